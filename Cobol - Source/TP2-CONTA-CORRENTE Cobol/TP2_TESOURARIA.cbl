       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-TESOURARIA.

      *> RELATORIO DE FIM DE DIA DA TESOURARIA DAS AGENCIAS: PARA CADA
      *> AGENCIA, O COFRE DO DIA (ARQ-TESOURARIA.DAT) COM SALDO DE
      *> ABERTURA, SUPRIMENTOS AS GAVETAS, DEVOLUÇÔES DELAS, REMESSAS DE
      *> CARRO-FORTE, SALDO ESPERADO, CONTADO E DIFERENÇA. CONFERE OS
      *> SUPRIMENTOS E DEVOLUÇÔES DO COFRE CONTRA A SOMA DAS GAVETAS DO
      *> DIA (ARQ-CAIXA.DAT) E SINALIZA A AGENCIA COM NUMERARIO ACIMA DO
      *> TETO SEGURADO (AGE-LIMITE-NUMERARIO) PARA A TESOURARIA CENTRAL
      *> MANDAR O CARRO-FORTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-AGENCIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGE-COD-AGENCIA
                       FILE STATUS ARQ-AGE-OK.

                   SELECT ARQ-TESOURARIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TES-CHAVE
                       FILE STATUS ARQ-TES-OK.

                   SELECT ARQ-CAIXA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CXA-CHAVE
                       FILE STATUS ARQ-CXA-OK.

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
               FD ARQ-AGENCIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENCIA.DAT".

               COPY AGENCIA.

               FD ARQ-TESOURARIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-TESOURARIA.DAT".

               COPY TESOURAR.

               FD ARQ-CAIXA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CAIXA.DAT".

               COPY CAIXA.

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
                    02  ARQ-AGE-OK          PIC X(2).
                    02  ARQ-TES-OK          PIC X(2).
                    02  ARQ-CXA-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC -.---.---.--9,99.
                    02  M-VALOR-2           PIC -.---.---.--9,99.

                01 TESOURARIA-VARIABLES.
                    02  W-TES-SALDO         PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TES-NUMERARIO     PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TES-EXCESSO       PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TES-SITUACAO      PIC X(12).
                    02  W-AGENCIA-GAVETA    PIC 9(4).
                    02  W-GAV-SUPRIMENTOS   PIC 9(10)V99.
                    02  W-GAV-DEVOLUCOES    PIC 9(10)V99.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-TEM-CAIXA             PIC X(1) VALUE 'S'.
                        88  CAIXA-PRESENTE      VALUE 'S'.
                    02  W-QTDE-COFRES           PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-NAO-FECHADOS     PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-DIVERGENTES      PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-ACIMA-LIMITE     PIC 9(6) VALUE ZEROS.

                01 WS-AGENCIAS.
                    02  W-MAX-AGENCIAS          PIC 99 VALUE 50.
                    02  W-QTDE-AGENCIAS         PIC 99 VALUE ZEROS.
                    02  WS-AGENCIA-TABELA OCCURS 50 TIMES INDEXED BY WS-IDX.
                        03  AG-COD-AGENCIA      PIC 9(4).
                        03  AG-TOT-SUPRIMENTOS  PIC 9(10)V99.
                        03  AG-TOT-DEVOLUCOES   PIC 9(10)V99.
                    02  W-IDX-ENCONTRADO        PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-TESOURARIA-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                OPEN INPUT ARQ-AGENCIA.
                IF ARQ-AGE-OK NOT EQUAL "00"
                    DISPLAY "ARQ-AGENCIA.DAT AUSENTE, NADA A RELATAR"
                    MOVE 'F' TO W-JLG-EVENTO
                    PERFORM GRAVA-JOBLOG
                    STOP RUN
                END-IF.
                OPEN INPUT ARQ-TESOURARIA.
                IF ARQ-TES-OK NOT EQUAL "00"
                    DISPLAY "ARQ-TESOURARIA.DAT AUSENTE, NADA A RELATAR"
                    CLOSE ARQ-AGENCIA
                    MOVE 'F' TO W-JLG-EVENTO
                    PERFORM GRAVA-JOBLOG
                    STOP RUN
                END-IF.
                OPEN INPUT ARQ-CAIXA.
                IF ARQ-CXA-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CAIXA.DAT AUSENTE, COFRES SEM CONFERENCIA CONTRA AS GAVETAS"
                    MOVE 'N' TO W-TEM-CAIXA
                ELSE
                    PERFORM SOMA-GAVETAS
                    CLOSE ARQ-CAIXA
                END-IF.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM IMPRIME-CABECALHO.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO AGE-COD-AGENCIA.
                START ARQ-AGENCIA KEY IS NOT LESS THAN AGE-COD-AGENCIA
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM PROCESSA-AGENCIAS UNTIL FIM-ARQUIVO.
                PERFORM IMPRIME-TOTAIS.
                CLOSE ARQ-AGENCIA.
                CLOSE ARQ-TESOURARIA.
                CLOSE ARQ-RELATORIO.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-COFRES TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "TESOURARIA DAS AGENCIAS CONCLUIDA. COFRES: "
                        W-QTDE-COFRES " NAO FECHADOS: " W-QTDE-NAO-FECHADOS
                        " DIVERGENTES: " W-QTDE-DIVERGENTES
                        " ACIMA DO LIMITE: " W-QTDE-ACIMA-LIMITE.
                STOP RUN.

           *> PRIMEIRA PASSADA: SUPRIMENTOS E DEVOLUÇÔES DAS GAVETAS DE
           *> HOJE SOMADOS POR AGENCIA DA GAVETA
           SOMA-GAVETAS.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO CXA-CHAVE.
                START ARQ-CAIXA KEY IS NOT LESS THAN CXA-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-CAIXA NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF CXA-DATA EQUAL DATE-TIME
                               AND CXA-COD-AGENCIA NOT EQUAL ZEROS
                                PERFORM ACUMULA-GAVETA
                            END-IF
                    END-READ
                END-PERFORM.

            ACUMULA-GAVETA.
                MOVE CXA-COD-AGENCIA TO W-AGENCIA-GAVETA.
                PERFORM LOCALIZA-AGENCIA.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    SET WS-IDX TO W-IDX-ENCONTRADO
                    ADD CXA-TOT-SUPRIMENTOS TO AG-TOT-SUPRIMENTOS (WS-IDX)
                    ADD CXA-TOT-DEVOLUCOES TO AG-TOT-DEVOLUCOES (WS-IDX)
                END-IF.

           *> LOCALIZA OU CRIA A ENTRADA DA AGENCIA NA TABELA
           LOCALIZA-AGENCIA.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET WS-IDX TO 1.
                SEARCH WS-AGENCIA-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-GAVETA
                        MOVE WS-IDX TO W-IDX-ENCONTRADO
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    IF W-QTDE-AGENCIAS < W-MAX-AGENCIAS
                        ADD 1 TO W-QTDE-AGENCIAS
                        MOVE W-QTDE-AGENCIAS TO W-IDX-ENCONTRADO
                        SET WS-IDX TO W-IDX-ENCONTRADO
                        MOVE W-AGENCIA-GAVETA TO AG-COD-AGENCIA (WS-IDX)
                        MOVE ZEROS TO AG-TOT-SUPRIMENTOS (WS-IDX)
                        MOVE ZEROS TO AG-TOT-DEVOLUCOES (WS-IDX)
                    ELSE
                        DISPLAY "AGENCIA " W-AGENCIA-GAVETA " SEM CONFERENCIA DAS GAVETAS: TABELA DE AGENCIAS CHEIA (LIMITE " W-MAX-AGENCIAS ")"
                    END-IF
                END-IF.

           *> SEGUNDA PASSADA: UMA SEÇÂO POR AGENCIA COM COFRE HOJE
           PROCESSA-AGENCIAS.
                READ ARQ-AGENCIA NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE AGE-COD-AGENCIA TO TES-COD-AGENCIA
                        MOVE DATE-TIME TO TES-DATA
                        READ ARQ-TESOURARIA
                            INVALID KEY CONTINUE
                            NOT INVALID KEY PERFORM RELATA-COFRE
                        END-READ
                END-READ.

            RELATA-COFRE.
                ADD 1 TO W-QTDE-COFRES.
                COMPUTE W-TES-SALDO = TES-SALDO-ABERTURA
                    + TES-TOT-DEVOLUCOES - TES-TOT-SUPRIMENTOS
                    + TES-TOT-REMESSA-REC - TES-TOT-REMESSA-ENV.
                IF TES-FECHADA
                    MOVE "FECHADO" TO W-TES-SITUACAO
                    MOVE TES-VALOR-CONTADO TO W-TES-NUMERARIO
                ELSE
                    MOVE "NAO FECHADO" TO W-TES-SITUACAO
                    MOVE W-TES-SALDO TO W-TES-NUMERARIO
                    ADD 1 TO W-QTDE-NAO-FECHADOS
                END-IF.

                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       AGE-COD-AGENCIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AGE-NOME DELIMITED BY SIZE
                       " COFRE " DELIMITED BY SIZE
                       W-TES-SITUACAO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

                MOVE SPACES TO REG-RELATORIO.
                MOVE TES-SALDO-ABERTURA TO M-VALOR.
                MOVE TES-TOT-SUPRIMENTOS TO M-VALOR-2.
                STRING "   SALDO DE ABERTURA  " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       "   SUPRIMENTOS AS GAVETAS " DELIMITED BY SIZE
                       M-VALOR-2 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

                MOVE SPACES TO REG-RELATORIO.
                MOVE TES-TOT-DEVOLUCOES TO M-VALOR.
                MOVE TES-TOT-REMESSA-ENV TO M-VALOR-2.
                STRING "   DEVOLUCOES         " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       "   REMESSAS ENVIADAS      " DELIMITED BY SIZE
                       M-VALOR-2 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

                MOVE SPACES TO REG-RELATORIO.
                MOVE TES-TOT-REMESSA-REC TO M-VALOR.
                MOVE W-TES-SALDO TO M-VALOR-2.
                STRING "   REMESSAS RECEBIDAS " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       "   SALDO ESPERADO         " DELIMITED BY SIZE
                       M-VALOR-2 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

                IF TES-FECHADA
                    MOVE SPACES TO REG-RELATORIO
                    MOVE TES-VALOR-CONTADO TO M-VALOR
                    MOVE TES-DIFERENCA TO M-VALOR-2
                    STRING "   CONTADO            " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                           "   SOBRA(+)/FALTA(-)      " DELIMITED BY SIZE
                           M-VALOR-2 DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                END-IF.

                IF CAIXA-PRESENTE
                    PERFORM CONFERE-GAVETAS
                END-IF.

                IF AGE-LIMITE-NUMERARIO > ZEROS
                   AND W-TES-NUMERARIO > AGE-LIMITE-NUMERARIO
                    ADD 1 TO W-QTDE-ACIMA-LIMITE
                    COMPUTE W-TES-EXCESSO = W-TES-NUMERARIO - AGE-LIMITE-NUMERARIO
                    MOVE SPACES TO REG-RELATORIO
                    MOVE AGE-LIMITE-NUMERARIO TO M-VALOR
                    MOVE W-TES-EXCESSO TO M-VALOR-2
                    STRING "   *** ACIMA DO LIMITE SEGURADO DE " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                           " - ACIONAR CARRO-FORTE, EXCESSO " DELIMITED BY SIZE
                           M-VALOR-2 DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                END-IF.

           *> O QUE O COFRE DIZ TER ENTREGUE E RECEBIDO DEVE BATER COM A
           *> SOMA DAS GAVETAS DA AGENCIA NO DIA
           CONFERE-GAVETAS.
                MOVE ZEROS TO W-GAV-SUPRIMENTOS.
                MOVE ZEROS TO W-GAV-DEVOLUCOES.
                SET WS-IDX TO 1.
                SEARCH WS-AGENCIA-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL AGE-COD-AGENCIA
                        MOVE AG-TOT-SUPRIMENTOS (WS-IDX) TO W-GAV-SUPRIMENTOS
                        MOVE AG-TOT-DEVOLUCOES (WS-IDX) TO W-GAV-DEVOLUCOES
                END-SEARCH.
                IF W-GAV-SUPRIMENTOS NOT EQUAL TES-TOT-SUPRIMENTOS
                   OR W-GAV-DEVOLUCOES NOT EQUAL TES-TOT-DEVOLUCOES
                    ADD 1 TO W-QTDE-DIVERGENTES
                    MOVE SPACES TO REG-RELATORIO
                    MOVE W-GAV-SUPRIMENTOS TO M-VALOR
                    MOVE W-GAV-DEVOLUCOES TO M-VALOR-2
                    STRING "   *** DIVERGE DAS GAVETAS: SUPRIMENTOS " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                           " DEVOLUCOES " DELIMITED BY SIZE
                           M-VALOR-2 DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                END-IF.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "FECHAMENTO DA TESOURARIA DAS AGENCIAS EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-COFRES DELIMITED BY SIZE
                       " COFRES, " DELIMITED BY SIZE
                       W-QTDE-NAO-FECHADOS DELIMITED BY SIZE
                       " NAO FECHADOS, " DELIMITED BY SIZE
                       W-QTDE-DIVERGENTES DELIMITED BY SIZE
                       " DIVERGENTES DAS GAVETAS, " DELIMITED BY SIZE
                       W-QTDE-ACIMA-LIMITE DELIMITED BY SIZE
                       " ACIMA DO LIMITE SEGURADO" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-TESOURARIA" TO JLG-JOB.
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
                MOVE "CONTA-TESOURARIA" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-TESOURARIA.
