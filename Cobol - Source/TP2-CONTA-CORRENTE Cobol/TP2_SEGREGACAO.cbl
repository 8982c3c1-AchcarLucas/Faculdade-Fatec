       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-SEGREGACAO.

      *> JOB BATCH: RELATORIO DE SEGREGAÇÂO DE FUNÇÔES. LISTA TODO ITEM
      *> EM QUE O MESMO OPERADOR PEDIU E DECIDIU — PEDIDO DE LIMITE OU
      *> REABERTURA (ARQ-APROVACAO.DAT), OPERAÇÂO RETIDA DE CLIENTE
      *> VIGIADO (ARQ-PENDENTE.DAT) E OVERRIDE DE SUPERVISOR
      *> (ARQ-OVERRIDE.DAT) — E RESUME POR OPERADOR AS TENTATIVAS DO
      *> MES QUE A MATRIZ DE PERMISSÔES RECUSOU (ARQ-ACESSO-NEGADO.DAT).
      *> SO LE OS ARQUIVOS; ARQUIVO AUSENTE E PULADO COM AVISO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-APROVACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS APR-CHAVE
                       FILE STATUS ARQ-APR-OK.

                   SELECT ARQ-PENDENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PEN-CHAVE
                       FILE STATUS ARQ-PEN-OK.

                   SELECT ARQ-OVERRIDE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS OVR-CHAVE
                       FILE STATUS ARQ-OVR-OK.

                   SELECT ARQ-ACESSO-NEGADO ASSIGN TO "ARQ-ACESSO-NEGADO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ACN-OK.

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
               FD ARQ-APROVACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-APROVACAO.DAT".

               COPY APROVLIM.

               FD ARQ-PENDENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-PENDENTE.DAT".

               COPY PENDOPER.

               FD ARQ-OVERRIDE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-OVERRIDE.DAT".

               COPY OVERLOG.

               FD ARQ-ACESSO-NEGADO LABEL RECORDS STANDARD.

               COPY ACESSNEG.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(130).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-APR-OK          PIC X(2).
                    02  ARQ-PEN-OK          PIC X(2).
                    02  ARQ-OVR-OK          PIC X(2).
                    02  ARQ-ACN-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-CONFLITOS        PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-NEGADOS          PIC 9(6) VALUE ZEROS.

                *> LINHA DE CONFLITO: ORIGEM, ITEM, OPERADOR E DATA
                01 CONFLITO-VARIABLES.
                    02  W-CNF-ORIGEM            PIC X(10).
                    02  W-CNF-CONTA             PIC 9(7).
                    02  W-CNF-SEQUENCIA         PIC 9(6).
                    02  W-CNF-DESCRICAO         PIC X(20).
                    02  W-CNF-OPERADOR          PIC 9(4).
                    02  W-CNF-DATA.
                        03  W-CNF-DATA-ANO      PIC 9(04).
                        03  W-CNF-DATA-MES      PIC 9(02).
                        03  W-CNF-DATA-DIA      PIC 9(02).

                *> RECUSAS DO MES POR OPERADOR
                01 WS-OPERADORES.
                    02  W-MAX-OPERADORES        PIC 9(3) VALUE 200.
                    02  W-QTDE-OPERADORES       PIC 9(3) VALUE ZEROS.
                    02  WS-OPERADOR-TABELA OCCURS 200 TIMES INDEXED BY WS-IDX.
                        03  OP-CODIGO           PIC 9(4).
                        03  OP-PERFIL           PIC X(1).
                        03  OP-QTDE-NEGADOS     PIC 9(6).
                        03  OP-ULTIMA-FUNCAO    PIC X(4).
                    02  W-IDX-ENCONTRADO        PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-SEGREGACAO-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM IMPRIME-CABECALHO.
                PERFORM VARRE-APROVACOES.
                PERFORM VARRE-PENDENTES.
                PERFORM VARRE-OVERRIDES.
                PERFORM IMPRIME-TOTAL-CONFLITOS.
                PERFORM VARRE-ACESSOS-NEGADOS.
                PERFORM IMPRIME-RESUMO-NEGADOS.
                CLOSE ARQ-RELATORIO.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-CONFLITOS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "SEGREGACAO CONCLUIDA. CONFLITOS: " W-QTDE-CONFLITOS
                        " ACESSOS NEGADOS NO MES: " W-QTDE-NEGADOS.
                STOP RUN.

           *> PEDIDO DE LIMITE OU REABERTURA DECIDIDO POR QUEM O
           *> REGISTROU (O CAIXA JA RECUSA; AQUI APARECEM OS REGISTROS
           *> ANTERIORES A ESSA TRAVA E OS GRAVADOS POR FORA DO CAIXA)
            VARRE-APROVACOES.
                OPEN INPUT ARQ-APROVACAO.
                IF ARQ-APR-OK NOT EQUAL "00"
                    DISPLAY "ARQ-APROVACAO.DAT AUSENTE, PEDIDOS NAO VERIFICADOS"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO APR-CHAVE
                    START ARQ-APROVACAO KEY IS NOT LESS THAN APR-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-APROVACAO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                IF APR-OPERADOR-PEDIDO NOT EQUAL ZEROS AND
                                   APR-OPERADOR-DECISAO EQUAL APR-OPERADOR-PEDIDO
                                    MOVE "APROVACAO" TO W-CNF-ORIGEM
                                    MOVE APR-COD-CONTA TO W-CNF-CONTA
                                    MOVE APR-SEQUENCIA TO W-CNF-SEQUENCIA
                                    IF APR-TIPO-REABERTURA
                                        MOVE "REABERTURA" TO W-CNF-DESCRICAO
                                    ELSE
                                        MOVE "AUMENTO DE LIMITE" TO W-CNF-DESCRICAO
                                    END-IF
                                    MOVE APR-OPERADOR-PEDIDO TO W-CNF-OPERADOR
                                    MOVE APR-DATA TO W-CNF-DATA
                                    PERFORM GRAVA-LINHA-CONFLITO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-APROVACAO
                END-IF.

           *> OPERAÇÂO RETIDA LIBERADA OU REJEITADA PELO PROPRIO
           *> OPERADOR QUE A REGISTROU
            VARRE-PENDENTES.
                OPEN INPUT ARQ-PENDENTE.
                IF ARQ-PEN-OK NOT EQUAL "00"
                    DISPLAY "ARQ-PENDENTE.DAT AUSENTE, OPERACOES RETIDAS NAO VERIFICADAS"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO PEN-CHAVE
                    START ARQ-PENDENTE KEY IS NOT LESS THAN PEN-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-PENDENTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                IF PEN-OPERADOR NOT EQUAL ZEROS AND
                                   PEN-OPERADOR-DECISAO EQUAL PEN-OPERADOR
                                    MOVE "RETIDA" TO W-CNF-ORIGEM
                                    MOVE PEN-COD-CONTA TO W-CNF-CONTA
                                    MOVE PEN-SEQUENCIA TO W-CNF-SEQUENCIA
                                    MOVE SPACES TO W-CNF-DESCRICAO
                                    STRING "TIPO " DELIMITED BY SIZE
                                           PEN-TIPO DELIMITED BY SIZE
                                           " STATUS " DELIMITED BY SIZE
                                           PEN-STATUS DELIMITED BY SIZE
                                        INTO W-CNF-DESCRICAO
                                    MOVE PEN-OPERADOR TO W-CNF-OPERADOR
                                    MOVE PEN-DATA TO W-CNF-DATA
                                    PERFORM GRAVA-LINHA-CONFLITO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-PENDENTE
                END-IF.

           *> OVERRIDE AUTORIZADO PELO PROPRIO CAIXA QUE O PEDIU
            VARRE-OVERRIDES.
                OPEN INPUT ARQ-OVERRIDE.
                IF ARQ-OVR-OK NOT EQUAL "00"
                    DISPLAY "ARQ-OVERRIDE.DAT AUSENTE, OVERRIDES NAO VERIFICADOS"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO OVR-CHAVE
                    START ARQ-OVERRIDE KEY IS NOT LESS THAN OVR-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-OVERRIDE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                IF OVR-AUTORIZADO AND OVR-CAIXA NOT EQUAL ZEROS AND
                                   OVR-SUPERVISOR EQUAL OVR-CAIXA
                                    MOVE "OVERRIDE" TO W-CNF-ORIGEM
                                    MOVE OVR-COD-CONTA TO W-CNF-CONTA
                                    MOVE OVR-SEQUENCIA TO W-CNF-SEQUENCIA
                                    MOVE OVR-OPERACAO TO W-CNF-DESCRICAO
                                    MOVE OVR-CAIXA TO W-CNF-OPERADOR
                                    MOVE OVR-DATA TO W-CNF-DATA
                                    PERFORM GRAVA-LINHA-CONFLITO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-OVERRIDE
                END-IF.

            GRAVA-LINHA-CONFLITO.
                ADD 1 TO W-QTDE-CONFLITOS.
                MOVE SPACES TO REG-RELATORIO.
                STRING "*** CONFLITO " DELIMITED BY SIZE
                       W-CNF-ORIGEM DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       W-CNF-CONTA DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       W-CNF-SEQUENCIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-CNF-DESCRICAO DELIMITED BY SIZE
                       " DATA " DELIMITED BY SIZE
                       W-CNF-DATA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       W-CNF-DATA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       W-CNF-DATA-ANO DELIMITED BY SIZE
                       " OPERADOR " DELIMITED BY SIZE
                       W-CNF-OPERADOR DELIMITED BY SIZE
                       " PEDIU E DECIDIU" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> SO AS RECUSAS DO MES CORRENTE ENTRAM NO RESUMO
            VARRE-ACESSOS-NEGADOS.
                OPEN INPUT ARQ-ACESSO-NEGADO.
                IF ARQ-ACN-OK NOT EQUAL "00"
                    DISPLAY "ARQ-ACESSO-NEGADO.DAT AUSENTE, NENHUMA RECUSA REGISTRADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-ACESSO-NEGADO
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                IF ACN-DATA-ANO EQUAL YEARS AND
                                   ACN-DATA-MES EQUAL MONTHS
                                    PERFORM ACUMULA-NEGADO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-ACESSO-NEGADO
                END-IF.

           *> LOCALIZA OU CRIA A ENTRADA DO OPERADOR NA TABELA
            ACUMULA-NEGADO.
                ADD 1 TO W-QTDE-NEGADOS.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET WS-IDX TO 1.
                SEARCH WS-OPERADOR-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN WS-IDX NOT GREATER THAN W-QTDE-OPERADORES AND
                         OP-CODIGO (WS-IDX) EQUAL ACN-OPERADOR
                        MOVE WS-IDX TO W-IDX-ENCONTRADO
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    IF W-QTDE-OPERADORES < W-MAX-OPERADORES
                        ADD 1 TO W-QTDE-OPERADORES
                        MOVE W-QTDE-OPERADORES TO W-IDX-ENCONTRADO
                        SET WS-IDX TO W-IDX-ENCONTRADO
                        MOVE ACN-OPERADOR TO OP-CODIGO (WS-IDX)
                        MOVE ZEROS TO OP-QTDE-NEGADOS (WS-IDX)
                    ELSE
                        DISPLAY "OPERADOR " ACN-OPERADOR " NAO CONSTA NO RESUMO: TABELA DE OPERADORES CHEIA (LIMITE " W-MAX-OPERADORES ")"
                    END-IF
                END-IF.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    SET WS-IDX TO W-IDX-ENCONTRADO
                    ADD 1 TO OP-QTDE-NEGADOS (WS-IDX)
                    MOVE ACN-PERFIL TO OP-PERFIL (WS-IDX)
                    MOVE ACN-FUNCAO TO OP-ULTIMA-FUNCAO (WS-IDX)
                END-IF.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "SEGREGACAO DE FUNCOES EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " - ITENS PEDIDOS E DECIDIDOS PELO MESMO OPERADOR" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAL-CONFLITOS.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-CONFLITOS DELIMITED BY SIZE
                       " ITENS COM O MESMO OPERADOR NOS DOIS PAPEIS" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-RESUMO-NEGADOS.
                MOVE SPACES TO REG-RELATORIO.
                STRING "ACESSOS NEGADOS EM " DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " POR OPERADOR" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                SET WS-IDX TO 1.
                PERFORM UNTIL WS-IDX > W-QTDE-OPERADORES
                    MOVE SPACES TO REG-RELATORIO
                    STRING "OPERADOR " DELIMITED BY SIZE
                           OP-CODIGO (WS-IDX) DELIMITED BY SIZE
                           " PERFIL " DELIMITED BY SIZE
                           OP-PERFIL (WS-IDX) DELIMITED BY SIZE
                           " RECUSAS " DELIMITED BY SIZE
                           OP-QTDE-NEGADOS (WS-IDX) DELIMITED BY SIZE
                           " ULTIMA FUNCAO " DELIMITED BY SIZE
                           OP-ULTIMA-FUNCAO (WS-IDX) DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                    SET WS-IDX UP BY 1
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-NEGADOS DELIMITED BY SIZE
                       " RECUSAS NO MES" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-SEGREGACAO" TO JLG-JOB.
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
                MOVE "CONTA-SEGREGACAO" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-SEGREGACAO.
