       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CARTEIRA.

      *> RELATORIO MENSAL DAS CARTEIRAS DOS GERENTES DE RELACIONAMENTO:
      *> UMA SEÇÂO POR GERENTE (CLI-GERENTE DO CADASTRO DE CLIENTES,
      *> ATRIBUIDO PELA OPÇÂO 46 DO CAIXA) COM CADA CLIENTE DA CARTEIRA
      *> — SALDO TOTAL DAS CONTAS ABERTAS (PRIMEIRO E SEGUNDO TITULAR,
      *> COMO NO CONTA-POSICAO), LIMITE DE CHEQUE ESPECIAL E QUANTO
      *> DELE ESTA EM USO, AS CONTAS DORMENTES, OS CONTRATOS DE
      *> EMPRESTIMO COM PARCELA EM ATRASO, OS PEDIDOS DE APROVAÇÂO
      *> PENDENTES E AS RECLAMAÇÔES DO SAC ABERTAS NOS ULTIMOS N DIAS
      *> (N VEM DE ARQ-CARTEIRA-PARAM.DAT, PADRAO 90). NO FIM DA SEÇÂO
      *> VEM O TOTAL DA CARTEIRA E AS OCORRENCIAS QUE OS JOBS
      *> CONTA-ALERTA, CONTA-DORMENTE E CONTA-EMPRESTIMO-COBRANCA
      *> ENDEREÇARAM AO GERENTE (ARQ-CARTEIRA-ITEM.DAT). GERENTE QUE
      *> NÂO E MAIS OPERADOR ATIVO DE PERFIL R SAI MARCADO PARA
      *> REDISTRIBUIÇÂO. A ULTIMA SEÇÂO E A DOS CLIENTES SEM GERENTE,
      *> COM AS OCORRENCIAS DE CONTAS SEM GERENTE (INCLUSIVE AS DE
      *> EMPRESA). SO LEITURA E SEM CHECKPOINT: NUM RESTART O RELATORIO
      *> E REFEITO DO INICIO. ARQUIVOS DE TRABALHO ZERADOS NO FIM.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-OPERADOR ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS OPE-CODIGO
                       FILE STATUS ARQ-OPE-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-APROVACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS APR-CHAVE
                       FILE STATUS ARQ-APR-OK.

                   SELECT ARQ-SAC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SAC-PROTOCOLO
                       FILE STATUS ARQ-SAC-OK.

                   SELECT ARQ-CARTEIRA-ITEM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS ITM-CHAVE
                       ALTERNATE RECORD KEY IS ITM-GERENTE WITH DUPLICATES
                       FILE STATUS ARQ-ITM-OK.

      *> ARQUIVOS DE TRABALHO, ZERADOS NO FIM: OS CLIENTES EM ORDEM DE
      *> GERENTE, AS RECLAMAÇÔES RECENTES EM ORDEM DE CPF E AS CONTAS
      *> CONJUNTAS EM ORDEM DE CPF DO SEGUNDO TITULAR
                   SELECT ARQ-TRABALHO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TRB-CHAVE
                       FILE STATUS ARQ-TRB-OK.

                   SELECT ARQ-RECLAMACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS RCL-CHAVE
                       FILE STATUS ARQ-RCL-OK.

                   SELECT ARQ-SEGUNDO-TIT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SGT-CHAVE
                       FILE STATUS ARQ-SGT-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-CARTEIRA-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-IMPRESSAO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-IMP-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-OPERADOR LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-OPERADOR.DAT".

               COPY OPERADOR.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-APROVACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-APROVACAO.DAT".

               COPY APROVLIM.

               FD ARQ-SAC LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SAC.DAT".

               COPY SACRECL.

               FD ARQ-CARTEIRA-ITEM LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-ITEM.DAT".

               COPY CARTITEM.

               FD ARQ-TRABALHO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-TRAB.DAT".

               01  REG-TRABALHO.
                   02  TRB-CHAVE.
                       03  TRB-GERENTE         PIC 9(4).
      *> CPF ZERADO: SO A MARCA DE UM GERENTE QUE TEM OCORRENCIAS DOS
      *> JOBS MAS NENHUM CLIENTE (CARTEIRA JA TRANSFERIDA)
                       03  TRB-CPF             PIC 9(11).

               FD ARQ-RECLAMACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-RECL.DAT".

               01  REG-RECLAMACAO.
                   02  RCL-CHAVE.
                       03  RCL-CPF             PIC 9(11).
                       03  RCL-PROTOCOLO       PIC 9(8).
                   02  RCL-COD-CONTA           PIC 9(7).
                   02  RCL-CATEGORIA           PIC X(2).
                   02  RCL-DESCRICAO           PIC X(40).
                   02  RCL-DT-ABERTURA.
                       03  RCL-ABERTURA-ANO    PIC 9(04).
                       03  RCL-ABERTURA-MES    PIC 9(02).
                       03  RCL-ABERTURA-DIA    PIC 9(02).
                   02  RCL-STATUS              PIC X(1).

               FD ARQ-SEGUNDO-TIT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-CPF2.DAT".

               01  REG-SEGUNDO-TIT.
                   02  SGT-CHAVE.
                       03  SGT-CPF2            PIC 9(11).
                       03  SGT-COD-CONTA       PIC 9(7).

               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-DIAS-RECLAMACAO     PIC 9(3).

               FD ARQ-IMPRESSAO LABEL RECORDS STANDARD.

               01  REG-IMPRESSAO               PIC X(140).

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

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-OPE-OK          PIC X(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-APR-OK          PIC 9(2).
                    02  ARQ-SAC-OK          PIC X(2).
                    02  ARQ-ITM-OK          PIC X(2).
                    02  ARQ-TRB-OK          PIC X(2).
                    02  ARQ-RCL-OK          PIC X(2).
                    02  ARQ-SGT-OK          PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-IMP-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-CPF               PIC 999.999.999.99.
                    02  M-VALOR             PIC ---.---.--9,99.
                    02  M-LIMITE            PIC ---.---.--9,99.
                    02  M-EXPOSICAO         PIC ---.---.--9,99.
                    02  M-PERCENTUAL        PIC ZZZ9,9.
                    02  M-QTDE              PIC ZZZZ9.

                01 PARAM-VARIABLES.
                    *> DIAS PARA TRAS EM QUE UMA RECLAMAÇÂO AINDA E RECENTE
                    02  W-DIAS-RECLAMACAO       PIC 9(3) VALUE 90.

      *> CONTAS ABERTAS DO CLIENTE, COLETADAS COMO NO CONTA-POSICAO
                01 CONTAS-CLIENTE.
                    02  W-MAX-CONTAS            PIC 99 VALUE 20.
                    02  W-QTDE-CONTAS           PIC 99 VALUE ZEROS.
                    02  WS-CONTA-TABELA OCCURS 20 TIMES INDEXED BY CT-IDX.
                        03  CT-COD-CONTA        PIC 9(7).
                        03  CT-COD-AGENCIA      PIC 9(4).
                        03  CT-STATUS           PIC X(1).
                        03  CT-SALDO            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                        03  CT-LIMITE           PIC 9(8)V99.

                01 APURACAO-VARIABLES.
                    02  W-CPF-CLIENTE           PIC 9(11).
                    02  W-TOT-SALDO             PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TOT-LIMITE            PIC 9(10)V99.
                    02  W-TOT-EXPOSICAO         PIC 9(10)V99.
                    02  W-PERC-USO              PIC 9(4)V9.
                    02  W-DATA-NUM              PIC 9(8).
                    02  W-DIA-HOJE              PIC 9(8).
                    02  W-DIA-LIMITE-RECL       PIC 9(8).

      *> SEÇÂO DO GERENTE EM IMPRESSÂO E OS SEUS TOTAIS
                01 SECAO-VARIABLES.
                    02  W-GERENTE-SECAO         PIC 9(4) VALUE ZEROS.
                    02  W-SECAO-ABERTA          PIC X(1) VALUE 'N'.
                        88  SECAO-ABERTA        VALUE 'S'.
                    02  W-SEC-CLIENTES          PIC 9(6).
                    02  W-SEC-SALDO             PIC S9(12)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SEC-EXPOSICAO         PIC 9(12)V99.
                    02  W-SEC-DORMENTES         PIC 9(6).
                    02  W-SEC-ATRASOS           PIC 9(6).
                    02  W-SEC-PENDENTES         PIC 9(6).
                    02  W-SEC-RECLAMACOES       PIC 9(6).
                    02  W-SEC-ITENS             PIC 9(6).
                    02  W-ORIGEM-EDITADA        PIC X(9).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  WS-EOF-ITEM             PIC X(1) VALUE 'N'.
                        88  FIM-ITENS           VALUE 'S'.
                    02  W-EMPRESTIMO-ABERTO     PIC X(1) VALUE 'N'.
                        88  EMPRESTIMO-ABERTO   VALUE 'S'.
                    02  W-APROVACAO-ABERTA      PIC X(1) VALUE 'N'.
                        88  APROVACAO-ABERTA    VALUE 'S'.
                    02  W-ITENS-ABERTO          PIC X(1) VALUE 'N'.
                        88  ITENS-ABERTO        VALUE 'S'.
                    02  W-QTDE-GERENTES         PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-SEM-GERENTE      PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-CARTEIRA-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM LE-PARAM.
                MOVE DATE-TIME TO W-DATA-NUM.
                COMPUTE W-DIA-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-NUM).
                COMPUTE W-DIA-LIMITE-RECL = W-DIA-HOJE - W-DIAS-RECLAMACAO.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MONTA-TRABALHO.
                PERFORM MONTA-RECLAMACOES.
                MOVE ZEROS TO TRB-CHAVE.
                START ARQ-TRABALHO KEY IS NOT LESS THAN TRB-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
                END-START.
                PERFORM PROCESSA-CARTEIRA UNTIL FIM-ARQUIVO.
                IF SECAO-ABERTA
                    PERFORM FECHA-SECAO-GERENTE
                END-IF.
                PERFORM GRAVA-SECAO-SEM-GERENTE.
                PERFORM CLOSE-FILES.
                PERFORM LIMPA-TRABALHO.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "CARTEIRAS CONCLUIDO. GERENTES: " W-QTDE-GERENTES
                    " CLIENTES: " W-QTDE-PROCESSADA
                    " SEM GERENTE: " W-QTDE-SEM-GERENTE.
                STOP RUN.

           *> O PRAZO DAS RECLAMAÇÔES RECENTES VEM DO ARQUIVO DE
           *> PARAMETRO; SEM O ARQUIVO VALE O PADRAO JA CARREGADO
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-DIAS-RECLAMACAO > ZEROS
                                MOVE PAR-DIAS-RECLAMACAO TO W-DIAS-RECLAMACAO
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-CARTEIRA-PARAM.DAT AUSENTE, USANDO " W-DIAS-RECLAMACAO " DIAS"
                END-IF.

           *> EMPRESTIMOS, APROVAÇÔES, SAC E OCORRENCIAS SÂO OPCIONAIS:
           *> SEM O ARQUIVO A SEÇÂO CORRESPONDENTE SO FICA VAZIA
            OPEN-FILES.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-OPERADOR.
                OPEN INPUT ARQ-EMPRESTIMO.
                IF ARQ-EMP-OK EQUAL ZEROS
                    MOVE 'S' TO W-EMPRESTIMO-ABERTO
                END-IF.
                OPEN INPUT ARQ-APROVACAO.
                IF ARQ-APR-OK EQUAL ZEROS
                    MOVE 'S' TO W-APROVACAO-ABERTA
                END-IF.
                OPEN INPUT ARQ-CARTEIRA-ITEM.
                IF ARQ-ITM-OK EQUAL "00"
                    MOVE 'S' TO W-ITENS-ABERTO
                END-IF.
                OPEN OUTPUT ARQ-TRABALHO.
                CLOSE ARQ-TRABALHO.
                OPEN I-O ARQ-TRABALHO.
                OPEN OUTPUT ARQ-RECLAMACAO.
                CLOSE ARQ-RECLAMACAO.
                OPEN I-O ARQ-RECLAMACAO.
                OPEN OUTPUT ARQ-SEGUNDO-TIT.
                CLOSE ARQ-SEGUNDO-TIT.
                OPEN I-O ARQ-SEGUNDO-TIT.
                OPEN OUTPUT ARQ-IMPRESSAO.

           *> CLIENTES COM GERENTE EM ORDEM DE GERENTE + CPF; OS SEM
           *> GERENTE SO SÂO CONTADOS. UM GERENTE COM OCORRENCIAS DOS
           *> JOBS E SEM NENHUM CLIENTE GANHA A MARCA DE CPF ZERADO PARA
           *> A SEÇÂO DELE SAIR ASSIM MESMO. NA MESMA MONTAGEM, UMA UNICA
           *> VARREDURA DO ARQ-BANCO GUARDA AS CONTAS CONJUNTAS ABERTAS
           *> POR CPF DO SEGUNDO TITULAR (O ARQ-BANCO NÂO TEM CHAVE
           *> ALTERNATIVA PARA CPF2)
           MONTA-TRABALHO.
                MOVE ZEROS TO CLI-CPF.
                MOVE 'N' TO WS-EOF.
                START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CPF
                    INVALID KEY MOVE 'S' TO WS-EOF
                END-START.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-CLIENTE NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF CLI-GERENTE EQUAL ZEROS
                                ADD 1 TO W-QTDE-SEM-GERENTE
                            ELSE
                                MOVE CLI-GERENTE TO TRB-GERENTE
                                MOVE CLI-CPF TO TRB-CPF
                                WRITE REG-TRABALHO INVALID KEY CONTINUE
                                END-WRITE
                            END-IF
                    END-READ
                END-PERFORM.
                IF ITENS-ABERTO
                    MOVE LOW-VALUES TO ITM-CHAVE
                    MOVE 'N' TO WS-EOF-ITEM
                    START ARQ-CARTEIRA-ITEM KEY IS NOT LESS THAN ITM-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF-ITEM
                    END-START
                    PERFORM UNTIL FIM-ITENS
                        READ ARQ-CARTEIRA-ITEM NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF-ITEM
                            NOT AT END
                                IF ITM-GERENTE NOT EQUAL ZEROS
                                    MOVE ITM-GERENTE TO TRB-GERENTE
                                    MOVE ZEROS TO TRB-CPF
                                    WRITE REG-TRABALHO INVALID KEY CONTINUE
                                    END-WRITE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF2 NOT EQUAL ZEROS AND CPF2 NOT EQUAL CPF AND
                               NOT CONTA-FECHADA
                                MOVE CPF2 TO SGT-CPF2
                                MOVE COD-CONTA TO SGT-COD-CONTA
                                WRITE REG-SEGUNDO-TIT INVALID KEY CONTINUE
                                END-WRITE
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE 'N' TO WS-EOF.

           *> RECLAMAÇÔES ABERTAS DENTRO DO PRAZO DO PARAMETRO, EM ORDEM
           *> DE CPF (O SAC SO TEM A CHAVE DO PROTOCOLO)
           MONTA-RECLAMACOES.
                OPEN INPUT ARQ-SAC.
                IF ARQ-SAC-OK EQUAL "00"
                    MOVE ZEROS TO SAC-PROTOCOLO
                    START ARQ-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-SAC NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END PERFORM SELECIONA-RECLAMACAO
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-SAC
                END-IF.
                MOVE 'N' TO WS-EOF.

           SELECIONA-RECLAMACAO.
                MOVE SAC-DT-ABERTURA TO W-DATA-NUM.
                IF SAC-CPF NOT EQUAL ZEROS AND W-DATA-NUM > ZEROS
                    IF FUNCTION INTEGER-OF-DATE (W-DATA-NUM) NOT < W-DIA-LIMITE-RECL
                        MOVE SAC-CPF TO RCL-CPF
                        MOVE SAC-PROTOCOLO TO RCL-PROTOCOLO
                        MOVE SAC-COD-CONTA TO RCL-COD-CONTA
                        MOVE SAC-CATEGORIA TO RCL-CATEGORIA
                        MOVE SAC-DESCRICAO TO RCL-DESCRICAO
                        MOVE SAC-DT-ABERTURA TO RCL-DT-ABERTURA
                        MOVE SAC-STATUS TO RCL-STATUS
                        WRITE REG-RECLAMACAO INVALID KEY CONTINUE
                        END-WRITE
                    END-IF
                END-IF.

            PROCESSA-CARTEIRA.
                READ ARQ-TRABALHO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        IF NOT SECAO-ABERTA OR TRB-GERENTE NOT EQUAL W-GERENTE-SECAO
                            IF SECAO-ABERTA
                                PERFORM FECHA-SECAO-GERENTE
                            END-IF
                            PERFORM ABRE-SECAO-GERENTE
                        END-IF
                        IF TRB-CPF NOT EQUAL ZEROS
                            PERFORM GRAVA-CLIENTE-CARTEIRA
                        END-IF
                END-READ.

           *> CABEÇALHO DA SEÇÂO COM O NOME DO GERENTE NO CADASTRO DE
           *> OPERADORES; FORA DO CADASTRO, INATIVO OU SEM O PERFIL R A
           *> CARTEIRA SAI MARCADA PARA REDISTRIBUIÇÂO
           ABRE-SECAO-GERENTE.
                MOVE TRB-GERENTE TO W-GERENTE-SECAO.
                MOVE 'S' TO W-SECAO-ABERTA.
                ADD 1 TO W-QTDE-GERENTES.
                MOVE ZEROS TO W-SEC-CLIENTES.
                MOVE ZEROS TO W-SEC-SALDO.
                MOVE ZEROS TO W-SEC-EXPOSICAO.
                MOVE ZEROS TO W-SEC-DORMENTES.
                MOVE ZEROS TO W-SEC-ATRASOS.
                MOVE ZEROS TO W-SEC-PENDENTES.
                MOVE ZEROS TO W-SEC-RECLAMACOES.
                MOVE W-GERENTE-SECAO TO OPE-CODIGO.
                READ ARQ-OPERADOR
                    INVALID KEY
                        MOVE "OPERADOR NAO CADASTRADO" TO OPE-NOME
                        MOVE SPACE TO OPE-PERFIL
                        MOVE SPACE TO OPE-STATUS
                END-READ.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "CARTEIRA DO GERENTE " DELIMITED BY SIZE
                       W-GERENTE-SECAO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OPE-NOME DELIMITED BY SIZE
                       " DATA " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                IF NOT OPE-GERENTE-RELAC OR NOT OPE-ATIVO
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "*** GERENTE INATIVO OU SEM PERFIL R: CARTEIRA A REDISTRIBUIR (OPCAO 46) ***"
                        TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.

           *> TOTAL DA CARTEIRA, AS OCORRENCIAS DOS JOBS PARA O GERENTE E
           *> A QUEBRA DE PAGINA
           FECHA-SECAO-GERENTE.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-SEC-SALDO TO M-VALOR.
                MOVE W-SEC-EXPOSICAO TO M-EXPOSICAO.
                MOVE W-SEC-CLIENTES TO M-QTDE.
                STRING "  TOTAL DA CARTEIRA: CLIENTES " DELIMITED BY SIZE
                       M-QTDE DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " EXPOSICAO CHEQUE ESPECIAL " DELIMITED BY SIZE
                       M-EXPOSICAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "  CONTAS DORMENTES " DELIMITED BY SIZE
                       W-SEC-DORMENTES DELIMITED BY SIZE
                       " CONTRATOS EM ATRASO " DELIMITED BY SIZE
                       W-SEC-ATRASOS DELIMITED BY SIZE
                       " PEDIDOS PENDENTES " DELIMITED BY SIZE
                       W-SEC-PENDENTES DELIMITED BY SIZE
                       " RECLAMACOES RECENTES " DELIMITED BY SIZE
                       W-SEC-RECLAMACOES DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                PERFORM LISTA-ITENS-GERENTE.
                PERFORM GRAVA-QUEBRA-PAGINA.
                MOVE 'N' TO W-SECAO-ABERTA.

           *> ULTIMA SEÇÂO: OS CLIENTES AINDA SEM GERENTE E AS OCORRENCIAS
           *> DAS CONTAS SEM GERENTE
           GRAVA-SECAO-SEM-GERENTE.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "CLIENTES SEM GERENTE DE RELACIONAMENTO DATA " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "  CLIENTES SEM GERENTE " DELIMITED BY SIZE
                       W-QTDE-SEM-GERENTE DELIMITED BY SIZE
                       " (ATRIBUIR PELA OPCAO 46 DO CAIXA)" DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE ZEROS TO W-GERENTE-SECAO.
                PERFORM LISTA-ITENS-GERENTE.

           *> UM CLIENTE DA CARTEIRA: AS CONTAS ABERTAS NAS DUAS PASSADAS,
           *> SALDO, LIMITE E USO DO LIMITE, E AS OCORRENCIAS DE CADA
           *> CONTA E DO CPF
           GRAVA-CLIENTE-CARTEIRA.
                ADD 1 TO W-QTDE-PROCESSADA.
                ADD 1 TO W-SEC-CLIENTES.
                MOVE TRB-CPF TO W-CPF-CLIENTE.
                MOVE TRB-CPF TO CLI-CPF.
                READ ARQ-CLIENTE
                    INVALID KEY MOVE SPACES TO CLI-NOME
                END-READ.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-CPF-CLIENTE TO M-CPF.
                STRING "  CLIENTE CPF " DELIMITED BY SIZE
                       M-CPF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CLI-NOME DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE ZEROS TO W-QTDE-CONTAS.
                MOVE ZEROS TO W-TOT-SALDO.
                MOVE ZEROS TO W-TOT-LIMITE.
                MOVE ZEROS TO W-TOT-EXPOSICAO.
                PERFORM LISTA-CONTAS-TITULAR.
                PERFORM LISTA-CONTAS-SEGUNDO-TITULAR.
                IF W-QTDE-CONTAS EQUAL ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "    SEM CONTA ABERTA" TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                ELSE
                    PERFORM GRAVA-TOTAIS-CLIENTE
                    SET CT-IDX TO 1
                    PERFORM UNTIL CT-IDX > W-QTDE-CONTAS
                        PERFORM LISTA-OCORRENCIAS-CONTA
                        SET CT-IDX UP BY 1
                    END-PERFORM
                END-IF.
                PERFORM LISTA-RECLAMACOES.

           *> PASSADA 1: CONTAS ONDE O CPF E O PRIMEIRO TITULAR, PELA
           *> CHAVE ALTERNATIVA
           LISTA-CONTAS-TITULAR.
                MOVE W-CPF-CLIENTE TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF NOT EQUAL W-CPF-CLIENTE
                                MOVE 10 TO ARQ-OK
                            ELSE
                                IF NOT CONTA-FECHADA
                                    PERFORM COLETA-CONTA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> PASSADA 2: CONTAS CONJUNTAS ONDE O CPF E O SEGUNDO
           *> TITULAR, PELO ARQUIVO DE TRABALHO MONTADO EM MONTA-TRABALHO
           *> E LIDO NA CHAVE DO CPF; CADA CONTA VEM DO ARQ-BANCO PELO
           *> COD-CONTA
           LISTA-CONTAS-SEGUNDO-TITULAR.
                MOVE W-CPF-CLIENTE TO SGT-CPF2.
                MOVE ZEROS TO SGT-COD-CONTA.
                START ARQ-SEGUNDO-TIT KEY IS NOT LESS THAN SGT-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-SGT-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-SGT-OK
                END-START.
                PERFORM UNTIL ARQ-SGT-OK EQUAL "10"
                    READ ARQ-SEGUNDO-TIT NEXT RECORD
                        AT END MOVE "10" TO ARQ-SGT-OK
                        NOT AT END
                            IF SGT-CPF2 NOT EQUAL W-CPF-CLIENTE
                                MOVE "10" TO ARQ-SGT-OK
                            ELSE
                                MOVE SGT-COD-CONTA TO COD-CONTA
                                READ ARQ-BANCO
                                    INVALID KEY CONTINUE
                                    NOT INVALID KEY PERFORM COLETA-CONTA
                                END-READ
                            END-IF
                    END-READ
                END-PERFORM.

           COLETA-CONTA.
                IF W-QTDE-CONTAS < W-MAX-CONTAS
                    ADD 1 TO W-QTDE-CONTAS
                    SET CT-IDX TO W-QTDE-CONTAS
                    MOVE COD-CONTA TO CT-COD-CONTA (CT-IDX)
                    MOVE COD-AGENCIA TO CT-COD-AGENCIA (CT-IDX)
                    MOVE W-STATUS TO CT-STATUS (CT-IDX)
                    MOVE W-SALDO TO CT-SALDO (CT-IDX)
                    MOVE W-LIMITE TO CT-LIMITE (CT-IDX)
                END-IF.
                ADD W-SALDO TO W-TOT-SALDO.
                ADD W-LIMITE TO W-TOT-LIMITE.
                IF W-SALDO < ZEROS
                    SUBTRACT W-SALDO FROM W-TOT-EXPOSICAO
                END-IF.

           *> USO DO LIMITE = EXPOSIÇÂO EM CHEQUE ESPECIAL SOBRE O LIMITE
           *> TOTAL DAS CONTAS; SEM LIMITE O PERCENTUAL NÂO SAI
           GRAVA-TOTAIS-CLIENTE.
                ADD W-TOT-SALDO TO W-SEC-SALDO.
                ADD W-TOT-EXPOSICAO TO W-SEC-EXPOSICAO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-TOT-SALDO TO M-VALOR.
                MOVE W-TOT-LIMITE TO M-LIMITE.
                MOVE W-TOT-EXPOSICAO TO M-EXPOSICAO.
                STRING "    CONTAS " DELIMITED BY SIZE
                       W-QTDE-CONTAS DELIMITED BY SIZE
                       " SALDO TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " LIMITE " DELIMITED BY SIZE
                       M-LIMITE DELIMITED BY SIZE
                       " EM USO " DELIMITED BY SIZE
                       M-EXPOSICAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                IF W-TOT-LIMITE > ZEROS
                    COMPUTE W-PERC-USO ROUNDED =
                        W-TOT-EXPOSICAO * 100 / W-TOT-LIMITE
                        ON SIZE ERROR MOVE 9999,9 TO W-PERC-USO
                    END-COMPUTE
                    MOVE W-PERC-USO TO M-PERCENTUAL
                    STRING " (" DELIMITED BY SIZE
                           M-PERCENTUAL DELIMITED BY SIZE
                           "%)" DELIMITED BY SIZE
                        INTO REG-IMPRESSAO (100:10)
                END-IF.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> CONTA DORMENTE, CONTRATOS EM ATRASO E PEDIDOS PENDENTES DA
           *> CONTA DA TABELA EM CT-IDX
           LISTA-OCORRENCIAS-CONTA.
                IF CT-STATUS (CT-IDX) EQUAL 'D'
                    ADD 1 TO W-SEC-DORMENTES
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE CT-SALDO (CT-IDX) TO M-VALOR
                    STRING "    DORMENTE: CONTA " DELIMITED BY SIZE
                           CT-COD-CONTA (CT-IDX) DELIMITED BY SIZE
                           " AG " DELIMITED BY SIZE
                           CT-COD-AGENCIA (CT-IDX) DELIMITED BY SIZE
                           " SALDO " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.
                IF EMPRESTIMO-ABERTO
                    PERFORM LISTA-ATRASOS-CONTA
                END-IF.
                IF APROVACAO-ABERTA
                    PERFORM LISTA-PENDENCIAS-CONTA
                END-IF.

           LISTA-ATRASOS-CONTA.
                MOVE CT-COD-CONTA (CT-IDX) TO EMP-COD-CONTA.
                MOVE ZEROS TO EMP-SEQUENCIA.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EMP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EMP-OK
                END-START.
                PERFORM UNTIL ARQ-EMP-OK EQUAL 10
                    READ ARQ-EMPRESTIMO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EMP-OK
                        NOT AT END
                            IF EMP-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-EMP-OK
                            ELSE
                                IF EMP-ATIVO AND EMP-PARCELAS-ATRASO > ZEROS
                                    ADD 1 TO W-SEC-ATRASOS
                                    PERFORM GRAVA-LINHA-ATRASO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-ATRASO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE EMP-VALOR-PARCELA TO M-VALOR.
                STRING "    EM ATRASO: CONTRATO " DELIMITED BY SIZE
                       EMP-COD-CONTA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       EMP-SEQUENCIA DELIMITED BY SIZE
                       " PARCELAS EM ATRASO " DELIMITED BY SIZE
                       EMP-PARCELAS-ATRASO DELIMITED BY SIZE
                       " VALOR PARCELA " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           LISTA-PENDENCIAS-CONTA.
                MOVE CT-COD-CONTA (CT-IDX) TO APR-COD-CONTA.
                MOVE ZEROS TO APR-SEQUENCIA.
                START ARQ-APROVACAO KEY IS NOT LESS THAN APR-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-APR-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-APR-OK
                END-START.
                PERFORM UNTIL ARQ-APR-OK EQUAL 10
                    READ ARQ-APROVACAO NEXT RECORD
                        AT END MOVE 10 TO ARQ-APR-OK
                        NOT AT END
                            IF APR-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-APR-OK
                            ELSE
                                IF APR-PENDENTE
                                    ADD 1 TO W-SEC-PENDENTES
                                    PERFORM GRAVA-LINHA-PENDENCIA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-PENDENCIA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE APR-LIMITE-NOVO TO M-LIMITE.
                IF APR-TIPO-REABERTURA
                    STRING "    PENDENTE: REABERTURA DA CONTA " DELIMITED BY SIZE
                           APR-COD-CONTA DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                ELSE
                    STRING "    PENDENTE: LIMITE NOVO " DELIMITED BY SIZE
                           M-LIMITE DELIMITED BY SIZE
                           " NA CONTA " DELIMITED BY SIZE
                           APR-COD-CONTA DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                END-IF.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> RECLAMAÇÔES RECENTES DO CPF, DO ARQUIVO DE TRABALHO
           LISTA-RECLAMACOES.
                MOVE W-CPF-CLIENTE TO RCL-CPF.
                MOVE ZEROS TO RCL-PROTOCOLO.
                START ARQ-RECLAMACAO KEY IS NOT LESS THAN RCL-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-RCL-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-RCL-OK
                END-START.
                PERFORM UNTIL ARQ-RCL-OK EQUAL "10"
                    READ ARQ-RECLAMACAO NEXT RECORD
                        AT END MOVE "10" TO ARQ-RCL-OK
                        NOT AT END
                            IF RCL-CPF NOT EQUAL W-CPF-CLIENTE
                                MOVE "10" TO ARQ-RCL-OK
                            ELSE
                                ADD 1 TO W-SEC-RECLAMACOES
                                PERFORM GRAVA-LINHA-RECLAMACAO
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-RECLAMACAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "    RECLAMACAO: PROTOCOLO " DELIMITED BY SIZE
                       RCL-PROTOCOLO DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       RCL-COD-CONTA DELIMITED BY SIZE
                       " ABERTA " DELIMITED BY SIZE
                       RCL-ABERTURA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       RCL-ABERTURA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       RCL-ABERTURA-ANO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCL-CATEGORIA DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       RCL-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCL-DESCRICAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> OCORRENCIAS DOS JOBS ENDEREÇADAS AO GERENTE EM
           *> W-GERENTE-SECAO (ZEROS = SEM GERENTE), PELA CHAVE
           *> ALTERNATIVA, COM A LINHA DO RELATORIO DE ORIGEM
           LISTA-ITENS-GERENTE.
                MOVE ZEROS TO W-SEC-ITENS.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE "  OCORRENCIAS DOS JOBS (ALERTA, DORMENCIA, COBRANCA):" TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                IF ITENS-ABERTO
                    MOVE W-GERENTE-SECAO TO ITM-GERENTE
                    START ARQ-CARTEIRA-ITEM KEY IS EQUAL TO ITM-GERENTE
                        INVALID KEY MOVE 'S' TO WS-EOF-ITEM
                        NOT INVALID KEY MOVE 'N' TO WS-EOF-ITEM
                    END-START
                    PERFORM UNTIL FIM-ITENS
                        READ ARQ-CARTEIRA-ITEM NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF-ITEM
                            NOT AT END
                                IF ITM-GERENTE NOT EQUAL W-GERENTE-SECAO
                                    MOVE 'S' TO WS-EOF-ITEM
                                ELSE
                                    ADD 1 TO W-SEC-ITENS
                                    PERFORM GRAVA-LINHA-ITEM
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF.
                IF W-SEC-ITENS EQUAL ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "    NENHUMA OCORRENCIA" TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.

           GRAVA-LINHA-ITEM.
                EVALUATE TRUE
                    WHEN ITM-ALERTA
                        MOVE "ALERTA" TO W-ORIGEM-EDITADA
                    WHEN ITM-DORMENTE
                        MOVE "DORMENCIA" TO W-ORIGEM-EDITADA
                    WHEN ITM-COBRANCA
                        MOVE "COBRANCA" TO W-ORIGEM-EDITADA
                    WHEN OTHER
                        MOVE ITM-ORIGEM TO W-ORIGEM-EDITADA
                END-EVALUATE.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "    " DELIMITED BY SIZE
                       W-ORIGEM-EDITADA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ITM-TEXTO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-QUEBRA-PAGINA.
                *> QUEBRA DE PAGINA ENTRE UM GERENTE E O SEGUINTE (FF PARA A IMPRESSORA)
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE X"0C" TO REG-IMPRESSAO (1:1).
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-LINHA-IMPRESSAO.
                WRITE REG-IMPRESSAO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-OPERADOR.
                IF EMPRESTIMO-ABERTO
                    CLOSE ARQ-EMPRESTIMO
                END-IF.
                IF APROVACAO-ABERTA
                    CLOSE ARQ-APROVACAO
                END-IF.
                IF ITENS-ABERTO
                    CLOSE ARQ-CARTEIRA-ITEM
                END-IF.
                CLOSE ARQ-TRABALHO.
                CLOSE ARQ-RECLAMACAO.
                CLOSE ARQ-SEGUNDO-TIT.
                CLOSE ARQ-IMPRESSAO.

           *> OS ARQUIVOS DE TRABALHO TEM CPF DE CLIENTE: NÂO FICAM
           *> CHEIOS ENTRE UMA EXECUÇÂO E OUTRA
           LIMPA-TRABALHO.
                OPEN OUTPUT ARQ-TRABALHO.
                CLOSE ARQ-TRABALHO.
                OPEN OUTPUT ARQ-RECLAMACAO.
                CLOSE ARQ-RECLAMACAO.
                OPEN OUTPUT ARQ-SEGUNDO-TIT.
                CLOSE ARQ-SEGUNDO-TIT.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-CARTEIRA" TO JLG-JOB.
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
                MOVE "CONTA-CARTEIRA" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-CARTEIRA.
