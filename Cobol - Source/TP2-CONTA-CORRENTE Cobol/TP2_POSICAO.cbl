      *> GERA PAGINA. RELATORIO DATADO CATALOGADO, CHECKPOINT POR CPF
      *> PARA RESTART E REGISTRO NO JOBLOG; SO LEITURA, ENTÂO NÂO MARCA
      *> A JANELA BATCH. A VERSÂO DE BALCÂO (UM CPF SO) E A OPÇÂO 33 DO
      *> PROGRAMA DE CAIXA. DEPOIS DOS CLIENTES VEM A FASE DAS EMPRESAS
      *> (ARQ-EMPRESA.DAT): UMA PAGINA POR CNPJ COM AS CONTAS DE PESSOA
      *> JURIDICA DA EMPRESA, LEVANTADAS POR VARREDURA (O CNPJ NÂO TEM
      *> CHAVE ALTERNATIVA). O CHECKPOINT GUARDA A FASE E O ULTIMO CPF
      *> OU CNPJ.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PJ-CNPJ
                       FILE STATUS ARQ-PJ-OK.

                   SELECT ARQ-APROVACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC

               COPY CLIENTE.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

               FD ARQ-APROVACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-APROVACAO.DAT".

               COPY APROVLIM.
               01  REG-IMPRESSAO               PIC X(100).

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E O CPF DO CLIENTE,
      *> QUE NÂO CABE NO CKPT-ULTIMO-COD-CONTA DO LAYOUT COMUM; NA FASE
      *> DAS EMPRESAS ('E') VALE O ULTIMO CNPJ
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-POSICAO.
                       03  CKP-DATA-ANO       PIC 9(04).
                       03  CKP-DATA-MES       PIC 9(02).
                       03  CKP-DATA-DIA       PIC 9(02).
                   02  CKP-FASE               PIC X(01).
                   02  CKP-ULTIMO-CNPJ        PIC 9(14).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-PJ-OK           PIC X(2).
                    02  ARQ-APR-OK          PIC 9(2).
                    02  ARQ-AGD-OK          PIC 9(2).
                    02  ARQ-IMP-OK          PIC X(2).

                01 MASK-VARIABLES.
                    02  M-CPF               PIC 999.999.999.99.
                    02  M-CNPJ              PIC 99.999.999/9999.99.
                    02  M-VALOR             PIC ---.---.--9,99.
                    02  M-LIMITE            PIC ---.---.--9,99.

                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 50.
                    02  W-ULTIMO-CPF            PIC 9(11) VALUE ZEROS.
                    02  W-ULTIMO-CNPJ           PIC 9(14) VALUE ZEROS.
                    02  W-FASE                  PIC X(1) VALUE 'C'.
                        88  FASE-EMPRESAS       VALUE 'E'.
                    02  W-EMPRESA-ABERTA        PIC X(1) VALUE 'N'.
                        88  EMPRESA-ABERTA      VALUE 'S'.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-PAGINAS          PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                IF NOT FASE-EMPRESAS
                    PERFORM POSICIONA-ARQ-CLIENTE
                    PERFORM PROCESSA-CLIENTES UNTIL FIM-ARQUIVO
                    MOVE 'E' TO W-FASE
                    MOVE ZEROS TO W-ULTIMO-CNPJ
                    PERFORM GRAVA-CHECKPOINT
                END-IF.
                IF EMPRESA-ABERTA
                    MOVE 'N' TO WS-EOF
                    PERFORM POSICIONA-ARQ-EMPRESA
                    PERFORM PROCESSA-EMPRESAS UNTIL FIM-ARQUIVO
                END-IF.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                                MOVE CKP-ULTIMO-CPF TO W-ULTIMO-CPF
                                MOVE CKP-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                                MOVE 'S' TO WS-CONTINUACAO
                                IF CKP-FASE EQUAL 'E'
                                    MOVE 'E' TO W-FASE
                                    MOVE CKP-ULTIMO-CNPJ TO W-ULTIMO-CNPJ
                                END-IF
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
            OPEN-FILES.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-EMPRESA.
                IF ARQ-PJ-OK EQUAL "00"
                    MOVE 'S' TO W-EMPRESA-ABERTA
                END-IF.
                OPEN INPUT ARQ-APROVACAO.
                OPEN INPUT ARQ-AGENDA.
                *> RETOMANDO O MESMO DIA: ANEXA AO RELATORIO JA GRAVADO ANTES
                    PERFORM GRAVA-QUEBRA-PAGINA
                END-IF.

           POSICIONA-ARQ-EMPRESA.
                IF W-ULTIMO-CNPJ > ZEROS
                    MOVE W-ULTIMO-CNPJ TO PJ-CNPJ
                    START ARQ-EMPRESA KEY IS GREATER THAN PJ-CNPJ
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                ELSE
                    MOVE ZEROS TO PJ-CNPJ
                    START ARQ-EMPRESA KEY IS NOT LESS THAN PJ-CNPJ
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                END-IF.

            PROCESSA-EMPRESAS.
                READ ARQ-EMPRESA NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        PERFORM GERA-PAGINA-EMPRESA
                        MOVE PJ-CNPJ TO W-ULTIMO-CNPJ
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> PAGINA DA EMPRESA: MESMO CORPO DA PAGINA DO CLIENTE, COM AS
           *> CONTAS DE PESSOA JURIDICA DO CNPJ (NÂO HA SEGUNDO TITULAR)
           GERA-PAGINA-EMPRESA.
                MOVE ZEROS TO W-CPF-CLIENTE.
                MOVE ZEROS TO W-QTDE-CONTAS.
                MOVE ZEROS TO W-TOT-SALDO.
                MOVE ZEROS TO W-TOT-EXPOSICAO.
                PERFORM LISTA-CONTAS-EMPRESA.
                IF W-QTDE-CONTAS > ZEROS
                    ADD 1 TO W-QTDE-PAGINAS
                    PERFORM GRAVA-CABECALHO-EMPRESA
                    SET CT-IDX TO 1
                    PERFORM GRAVA-LINHA-CONTA
                        UNTIL CT-IDX > W-QTDE-CONTAS
                    PERFORM GRAVA-TOTAIS-CLIENTE
                    PERFORM LISTA-PENDENCIAS
                    PERFORM LISTA-AGENDAMENTOS
                    PERFORM GRAVA-QUEBRA-PAGINA
                END-IF.

           LISTA-CONTAS-EMPRESA.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF TITULAR-PJ AND CNPJ EQUAL PJ-CNPJ
                               AND NOT CONTA-FECHADA
                                PERFORM COLETA-CONTA
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-CABECALHO-EMPRESA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE PJ-CNPJ TO M-CNPJ.
                STRING "POSICAO CONSOLIDADA - CNPJ " DELIMITED BY SIZE
                       M-CNPJ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PJ-RAZAO-SOCIAL DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "DATA " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-CABECALHO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE CLI-CPF TO M-CPF.
                WRITE REG-IMPRESSAO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> GRAVA A FASE E O ULTIMO CPF OU CNPJ PROCESSADO PARA
           *> PERMITIR RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMO-CPF TO CKP-ULTIMO-CPF.
                MOVE W-FASE TO CKP-FASE.
                MOVE W-ULTIMO-CNPJ TO CKP-ULTIMO-CNPJ.
                MOVE W-QTDE-PROCESSADA TO CKP-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKP-DATA.
                WRITE REG-CKPT-POSICAO.
            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-CLIENTE.
                IF EMPRESA-ABERTA
                    CLOSE ARQ-EMPRESA
                END-IF.
                CLOSE ARQ-APROVACAO.
                CLOSE ARQ-AGENDA.
                CLOSE ARQ-IMPRESSAO.
