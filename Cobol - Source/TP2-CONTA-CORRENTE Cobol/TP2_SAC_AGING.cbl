       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-SAC-AGING.

      *> JOB BATCH DIARIO: LISTA TODA RECLAMAÇÂO DO SAC AINDA PENDENTE
      *> (ABERTA OU EM TRATAMENTO) EM ARQ-SAC.DAT COM A IDADE EM DIAS
      *> DESDE A ABERTURA E A SITUAÇÂO CONTRA O PRAZO REGULATORIO DE
      *> RESPOSTA GRAVADO NO PROTOCOLO (NO PRAZO, VENCE HOJE OU
      *> VENCIDA), AGRUPADA POR AGENCIA DA CONTA COM O SUBTOTAL DE CADA
      *> UMA PARA A OUVIDORIA COBRAR AS AGENCIAS ATRASADAS. AS LINHAS
      *> VÂO PARA UM ARQUIVO DE TRABALHO EM ORDEM DE AGENCIA E
      *> PROTOCOLO, IMPRESSO DEPOIS DA VARREDURA E ZERADO NO FIM.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-SAC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SAC-PROTOCOLO
                       FILE STATUS ARQ-SAC-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

      *> ARQUIVO DE TRABALHO, ZERADO NO FIM: AS LINHAS DO RELATORIO EM
      *> ORDEM DE AGENCIA
                   SELECT ARQ-TRABALHO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TRB-CHAVE
                       FILE STATUS ARQ-TRB-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-SAC LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SAC.DAT".

               COPY SACRECL.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(130).

               FD ARQ-TRABALHO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SAC-AGING-TRAB.DAT".

               01  REG-TRABALHO.
                   02  TRB-CHAVE.
                       03  TRB-COD-AGENCIA     PIC 9(4).
                       03  TRB-PROTOCOLO       PIC 9(8).
                   02  TRB-VENCIDA             PIC X(1).
                       88  TRB-PRAZO-VENCIDO   VALUE 'S'.
                   02  TRB-LINHA               PIC X(130).

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
                    02  ARQ-SAC-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-TRB-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 IDADE-VARIABLES.
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-DATA-ABERTURA-NUM     PIC 9(8).
                    02  W-DATA-PRAZO-NUM        PIC 9(8).
                    02  W-DIAS-HOJE             PIC 9(7).
                    02  W-DIAS-ABERTURA         PIC 9(7).
                    02  W-DIAS-PRAZO            PIC 9(7).
                    02  W-IDADE-DIAS            PIC S9(5).
                    02  W-DIAS-ATRASO           PIC S9(5).
                    02  W-AGENCIA-SAC           PIC 9(4).
                    02  W-SITUACAO              PIC X(24).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-PENDENTES        PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-VENCIDAS         PIC 9(6) VALUE ZEROS.

      *> SEÇÂO DA AGENCIA EM IMPRESSÂO E O SEU SUBTOTAL
                01 SECAO-VARIABLES.
                    02  WS-EOF-TRB              PIC X(1) VALUE 'N'.
                        88  FIM-TRABALHO        VALUE 'S'.
                    02  W-SECAO-ABERTA          PIC X(1) VALUE 'N'.
                        88  SECAO-ABERTA        VALUE 'S'.
                    02  W-AGENCIA-SECAO         PIC 9(4).
                    02  W-QTDE-AGENCIAS         PIC 9(4) VALUE ZEROS.
                    02  W-SEC-PENDENTES         PIC 9(6).
                    02  W-SEC-VENCIDAS          PIC 9(6).

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-SAC-AGING-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM).
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                OPEN INPUT ARQ-SAC.
                IF ARQ-SAC-OK NOT EQUAL "00"
                    DISPLAY "ARQ-SAC.DAT AUSENTE, NADA A RELATAR"
                    MOVE 'F' TO W-JLG-EVENTO
                    PERFORM GRAVA-JOBLOG
                    STOP RUN
                END-IF.
                OPEN OUTPUT ARQ-TRABALHO.
                CLOSE ARQ-TRABALHO.
                OPEN I-O ARQ-TRABALHO.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM IMPRIME-CABECALHO.
                MOVE ZEROS TO SAC-PROTOCOLO.
                START ARQ-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM PROCESSA-RECLAMACOES UNTIL FIM-ARQUIVO.
                PERFORM IMPRIME-AGENCIAS.
                PERFORM IMPRIME-TOTAIS.
                CLOSE ARQ-SAC.
                CLOSE ARQ-TRABALHO.
                CLOSE ARQ-RELATORIO.
                PERFORM LIMPA-TRABALHO.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PENDENTES TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "AGING DO SAC CONCLUIDO. PENDENTES: " W-QTDE-PENDENTES
                        " VENCIDAS: " W-QTDE-VENCIDAS.
                STOP RUN.

            PROCESSA-RECLAMACOES.
                READ ARQ-SAC NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        IF SAC-PENDENTE
                            PERFORM TRATA-PENDENTE
                        END-IF
                END-READ.

           *> IDADE DESDE A ABERTURA E DIAS PASSADOS DO PRAZO (NEGATIVO =
           *> AINDA FALTAM DIAS); VENCIDA CONTA NO SUBTOTAL DA AGENCIA
           TRATA-PENDENTE.
                ADD 1 TO W-QTDE-PENDENTES.
                COMPUTE W-DATA-ABERTURA-NUM = SAC-ABERTURA-ANO * 10000
                    + SAC-ABERTURA-MES * 100 + SAC-ABERTURA-DIA.
                COMPUTE W-DATA-PRAZO-NUM = SAC-PRAZO-ANO * 10000
                    + SAC-PRAZO-MES * 100 + SAC-PRAZO-DIA.
                COMPUTE W-DIAS-ABERTURA = FUNCTION INTEGER-OF-DATE(W-DATA-ABERTURA-NUM).
                COMPUTE W-DIAS-PRAZO = FUNCTION INTEGER-OF-DATE(W-DATA-PRAZO-NUM).
                COMPUTE W-IDADE-DIAS = W-DIAS-HOJE - W-DIAS-ABERTURA.
                IF W-IDADE-DIAS < ZEROS
                    MOVE ZEROS TO W-IDADE-DIAS
                END-IF.
                COMPUTE W-DIAS-ATRASO = W-DIAS-HOJE - W-DIAS-PRAZO.
                MOVE SAC-COD-AGENCIA TO W-AGENCIA-SAC.
                MOVE SPACES TO W-SITUACAO.
                MOVE 'N' TO TRB-VENCIDA.
                EVALUATE TRUE
                    WHEN W-DIAS-ATRASO > ZEROS
                        ADD 1 TO W-QTDE-VENCIDAS
                        MOVE 'S' TO TRB-VENCIDA
                        MOVE "*** VENCIDA ***" TO W-SITUACAO
                    WHEN W-DIAS-ATRASO EQUAL ZEROS
                        MOVE "VENCE HOJE" TO W-SITUACAO
                    WHEN OTHER
                        MOVE "NO PRAZO" TO W-SITUACAO
                END-EVALUATE.
                PERFORM GRAVA-LINHA-RECLAMACAO.

           *> A LINHA DA RECLAMAÇÂO VAI PARA O TRABALHO NA ORDEM DE
           *> AGENCIA; A IMPRESSÂO E FEITA DEPOIS, EM IMPRIME-AGENCIAS
            GRAVA-LINHA-RECLAMACAO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-SAC DELIMITED BY SIZE
                       " PROTOCOLO " DELIMITED BY SIZE
                       SAC-PROTOCOLO DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       SAC-COD-CONTA DELIMITED BY SIZE
                       " CAT " DELIMITED BY SIZE
                       SAC-CATEGORIA DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       SAC-STATUS DELIMITED BY SIZE
                       " ABERTA " DELIMITED BY SIZE
                       SAC-ABERTURA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       SAC-ABERTURA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       SAC-ABERTURA-ANO DELIMITED BY SIZE
                       " PRAZO " DELIMITED BY SIZE
                       SAC-PRAZO-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       SAC-PRAZO-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       SAC-PRAZO-ANO DELIMITED BY SIZE
                       " IDADE " DELIMITED BY SIZE
                       W-IDADE-DIAS DELIMITED BY SIZE
                       " DIAS " DELIMITED BY SIZE
                       W-SITUACAO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                MOVE W-AGENCIA-SAC TO TRB-COD-AGENCIA.
                MOVE SAC-PROTOCOLO TO TRB-PROTOCOLO.
                MOVE REG-RELATORIO TO TRB-LINHA.
                WRITE REG-TRABALHO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR TRABALHO DO PROTOCOLO " SAC-PROTOCOLO
                END-WRITE.

           *> O TRABALHO EM ORDEM DE AGENCIA: UMA SEÇÂO POR AGENCIA COM
           *> AS RECLAMAÇÔES E O SUBTOTAL NO FIM
           IMPRIME-AGENCIAS.
                MOVE 'N' TO W-SECAO-ABERTA.
                MOVE 'N' TO WS-EOF-TRB.
                MOVE ZEROS TO TRB-CHAVE.
                START ARQ-TRABALHO KEY IS NOT LESS THAN TRB-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF-TRB
                END-START.
                PERFORM LISTA-TRABALHO UNTIL FIM-TRABALHO.
                IF SECAO-ABERTA
                    PERFORM FECHA-SECAO-AGENCIA
                END-IF.

            LISTA-TRABALHO.
                READ ARQ-TRABALHO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF-TRB
                    NOT AT END
                        IF NOT SECAO-ABERTA OR TRB-COD-AGENCIA NOT EQUAL W-AGENCIA-SECAO
                            IF SECAO-ABERTA
                                PERFORM FECHA-SECAO-AGENCIA
                            END-IF
                            PERFORM ABRE-SECAO-AGENCIA
                        END-IF
                        MOVE TRB-LINHA TO REG-RELATORIO
                        WRITE REG-RELATORIO
                        ADD 1 TO W-QTDE-LINHAS-REL
                        ADD 1 TO W-SEC-PENDENTES
                        IF TRB-PRAZO-VENCIDO
                            ADD 1 TO W-SEC-VENCIDAS
                        END-IF
                END-READ.

            ABRE-SECAO-AGENCIA.
                MOVE TRB-COD-AGENCIA TO W-AGENCIA-SECAO.
                MOVE 'S' TO W-SECAO-ABERTA.
                ADD 1 TO W-QTDE-AGENCIAS.
                MOVE ZEROS TO W-SEC-PENDENTES.
                MOVE ZEROS TO W-SEC-VENCIDAS.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-SECAO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

            FECHA-SECAO-AGENCIA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "SUBTOTAL AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-SECAO DELIMITED BY SIZE
                       " PENDENTES " DELIMITED BY SIZE
                       W-SEC-PENDENTES DELIMITED BY SIZE
                       " VENCIDAS " DELIMITED BY SIZE
                       W-SEC-VENCIDAS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE 'N' TO W-SECAO-ABERTA.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "RECLAMACOES DO SAC PENDENTES EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " CONTRA O PRAZO DE RESPOSTA" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-PENDENTES DELIMITED BY SIZE
                       " PENDENTES, " DELIMITED BY SIZE
                       W-QTDE-VENCIDAS DELIMITED BY SIZE
                       " COM PRAZO VENCIDO, EM " DELIMITED BY SIZE
                       W-QTDE-AGENCIAS DELIMITED BY SIZE
                       " AGENCIAS" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

           *> O ARQUIVO DE TRABALHO E SO DESTA EXECUÇÂO: NÂO FICA CHEIO
           *> ENTRE UMA EXECUÇÂO E OUTRA
           LIMPA-TRABALHO.
                OPEN OUTPUT ARQ-TRABALHO.
                CLOSE ARQ-TRABALHO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-SAC-AGING" TO JLG-JOB.
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
                MOVE "CONTA-SAC-AGING" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-SAC-AGING.
