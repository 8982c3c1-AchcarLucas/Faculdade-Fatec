       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CONSOLIDA.

      *> FECHA UM PASSO DA JANELA NOTURNA QUE RODOU POR FAIXA DE
      *> AGENCIAS (CONTA-JUROS, CONTA-TARIFA, CONTA-RENDIMENTO OU
      *> CONTA-DORMENTE, NOME DO JOB NA LINHA DE COMANDO, SEGUIDO DA
      *> DATA DA JANELA AAAAMMDD E DO MOMENTO DO DISPARO DAS FAIXAS
      *> AAAAMMDDHHMMSS, OS DOIS PASSADOS PELO ORQUESTRADOR; SEM ELES
      *> VALE A DATA DE HOJE). CONFERE QUE TODAS AS FAIXAS DE
      *> ARQ-FAIXAS-AGENCIA.DAT GRAVARAM CHECKPOINT NA DATA DA JANELA E,
      *> COM O DISPARO, TERMINARAM NORMAL NO DIARIO CENTRAL DEPOIS DELE,
      *> E JUNTA O QUE ELAS GRAVARAM EM SEPARADO NOS ARQUIVOS DE
      *> SEMPRE: OS TOTAIS POR AGENCIA (CKPT_<JOB>_AGENCIAS.DAT, LIDOS
      *> PELO CONTA-RECEITA) E O RELATORIO DATADO DO DIA, COM UMA LINHA
      *> DE SEPARAÇÂO POR FAIXA. AS FAIXAS NÂO SE SOBREPOEM, ENTÂO
      *> JUNTAR E SO EMENDAR UMA NA OUTRA. GRAVA NO DIARIO CENTRAL O
      *> 'I'/'F' COM O NOME DO JOB E A SOMA DAS CONTAS PROCESSADAS: E
      *> ESSE 'F' QUE O ORQUESTRADOR ESPERA PARA SEGUIR A CADEIA. FAIXA
      *> SEM CHECKPOINT DE HOJE DEIXA O PASSO SEM 'F'. DESLIGA A MARCA
      *> DE JANELA BATCH QUE AS FAIXAS DEIXARAM LIGADA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-FAIXAS ASSIGN TO "ARQ-FAIXAS-AGENCIA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FXA-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO W-CKPT-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

                   SELECT ARQ-CKA-FAIXA ASSIGN TO W-CKA-FAIXA-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKF-OK.

                   SELECT ARQ-CKPT-AGENCIAS ASSIGN TO W-CKA-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKA-OK.

                   SELECT ARQ-REL-FAIXA ASSIGN TO W-REL-FAIXA-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RLF-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-FAIXAS LABEL RECORDS STANDARD.

               COPY FAIXAAG.

               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               COPY CHECKPT.

      *> TOTAIS POR AGENCIA DE UMA FAIXA E O ARQUIVO JUNTADO: O LAYOUT
      *> E O DO JOB; AQUI A LINHA SO E COPIADA
               FD ARQ-CKA-FAIXA LABEL RECORDS STANDARD.

               01  REG-CKA-FAIXA               PIC X(100).

               FD ARQ-CKPT-AGENCIAS LABEL RECORDS STANDARD.

               01  REG-CKPT-AGENCIA            PIC X(100).

               FD ARQ-REL-FAIXA LABEL RECORDS STANDARD.

               01  REG-REL-FAIXA               PIC X(120).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).
                01  ARQ-CAT-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-DATA          PIC 9(8).
                    02  W-JLG-TS            PIC 9(14).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-FXA-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-CKF-OK          PIC X(2).
                    02  ARQ-CKA-OK          PIC X(2).
                    02  ARQ-RLF-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-SYS-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-REL-FILENAME              PIC X(40).
                01 W-QTDE-LINHAS-REL            PIC 9(8) VALUE ZEROS.
                01 W-CKPT-FILENAME              PIC X(40).
                01 W-CKA-FILENAME               PIC X(40).
                01 W-CKA-FAIXA-FILENAME         PIC X(40).
                01 W-REL-FAIXA-FILENAME         PIC X(40).

                *> O JOB A CONSOLIDAR E O RADICAL DOS SEUS ARQUIVOS
                01 JOB-VARIABLES.
                    02  W-PARM-EXECUCAO         PIC X(60).
                    02  W-JOB-NOME              PIC X(20).
                    02  W-PRM-DATA              PIC X(8) VALUE SPACES.
                    02  W-PRM-DISPARO           PIC X(14) VALUE SPACES.
                    02  W-DISPARO-TS            PIC 9(14) VALUE ZEROS.
                    02  W-RADICAL               PIC X(12).
                    02  W-PREFIXO-REL           PIC X(20).

                01 FAIXA-VARIABLES.
                    02  W-QTDE-FAIXAS           PIC 99 VALUE ZEROS.
                    02  W-FAIXA-SUFIXO          PIC X(4).
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-FAIXAS-OK             PIC X(1) VALUE 'S'.
                        88  FAIXAS-OK           VALUE 'S'.
                    *> NOME DA FAIXA NO DIARIO E O SEU ULTIMO EVENTO
                    *> DEPOIS DO DISPARO (ESPAÇO = NENHUM)
                    02  W-FAIXA-JOB             PIC X(20).
                    02  W-FAIXA-EVENTO          PIC X(1).
                    02  WS-EOF-JLG              PIC X(1).
                        88  FIM-JOBLOG          VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-PARAMETRO-JOB.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM CONFERE-FAIXAS.
                IF NOT FAIXAS-OK
                    DISPLAY "CONSOLIDACAO DE " W-JOB-NOME " NAO FEITA: FAIXA SEM CHECKPOINT OU FIM NORMAL DA JANELA"
                    GOBACK
                END-IF.
                PERFORM OPEN-FILES.
                OPEN INPUT ARQ-FAIXAS.
                PERFORM UNTIL ARQ-FXA-OK EQUAL "10"
                    READ ARQ-FAIXAS
                        AT END MOVE "10" TO ARQ-FXA-OK
                        NOT AT END PERFORM JUNTA-FAIXA
                    END-READ
                END-PERFORM.
                CLOSE ARQ-FAIXAS.
                PERFORM CLOSE-FILES.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "CONSOLIDACAO DE " W-JOB-NOME " CONCLUIDA. FAIXAS: "
                        W-QTDE-FAIXAS " CONTAS: " W-QTDE-PROCESSADA.
                GOBACK.

           *> O JOB VEM NA LINHA DE COMANDO E TEM DE SER UM DOS QUE
           *> RODAM POR FAIXA; A DATA DA JANELA, QUANDO VEM, SUBSTITUI A
           *> DE HOJE NOS NOMES E NA CONFERENCIA DOS CHECKPOINTS (A
           *> JANELA PODE TER PASSADO DA MEIA-NOITE)
           LE-PARAMETRO-JOB.
                ACCEPT W-PARM-EXECUCAO FROM COMMAND-LINE.
                UNSTRING W-PARM-EXECUCAO DELIMITED BY ALL SPACES
                    INTO W-JOB-NOME W-PRM-DATA W-PRM-DISPARO
                END-UNSTRING.
                IF W-PRM-DATA NUMERIC
                    MOVE W-PRM-DATA TO DATE-TIME
                END-IF.
                IF W-PRM-DISPARO NUMERIC
                    MOVE W-PRM-DISPARO TO W-DISPARO-TS
                END-IF.
                EVALUATE W-JOB-NOME
                    WHEN "CONTA-JUROS"
                        MOVE "JUROS" TO W-RADICAL
                        MOVE "ARQ-JUROS-" TO W-PREFIXO-REL
                    WHEN "CONTA-TARIFA"
                        MOVE "TARIFA" TO W-RADICAL
                        MOVE "ARQ-TARIFA-REL-" TO W-PREFIXO-REL
                    WHEN "CONTA-RENDIMENTO"
                        MOVE "RENDIMENTO" TO W-RADICAL
                        MOVE "ARQ-RENDIMENTO-" TO W-PREFIXO-REL
                    WHEN "CONTA-DORMENTE"
                        MOVE "DORMENTE" TO W-RADICAL
                        MOVE "ARQ-DORMENTE-" TO W-PREFIXO-REL
                    WHEN OTHER
                        DISPLAY "USO: CONTA-CONSOLIDA <CONTA-JUROS | CONTA-TARIFA | CONTA-RENDIMENTO | CONTA-DORMENTE> [AAAAMMDD [AAAAMMDDHHMMSS]]"
                        GOBACK
                END-EVALUATE.
                MOVE SPACES TO WS-REL-FILENAME.
                STRING W-PREFIXO-REL DELIMITED BY SPACE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                MOVE SPACES TO W-CKA-FILENAME.
                STRING "CKPT_" DELIMITED BY SIZE
                       W-RADICAL DELIMITED BY SPACE
                       "_AGENCIAS.DAT" DELIMITED BY SIZE
                    INTO W-CKA-FILENAME.

           *> TODA FAIXA TEM DE TER GRAVADO CHECKPOINT NA DATA DA JANELA;
           *> SOMA AS CONTAS PROCESSADAS PARA O DIARIO
           CONFERE-FAIXAS.
                MOVE ZEROS TO W-QTDE-FAIXAS.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                OPEN INPUT ARQ-FAIXAS.
                IF ARQ-FXA-OK NOT EQUAL "00"
                    MOVE 'N' TO W-FAIXAS-OK
                ELSE
                    PERFORM UNTIL ARQ-FXA-OK EQUAL "10"
                        READ ARQ-FAIXAS
                            AT END MOVE "10" TO ARQ-FXA-OK
                            NOT AT END PERFORM CONFERE-CHECKPOINT-FAIXA
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FAIXAS
                END-IF.
                IF W-QTDE-FAIXAS EQUAL ZEROS
                    MOVE 'N' TO W-FAIXAS-OK
                END-IF.

            CONFERE-CHECKPOINT-FAIXA.
                ADD 1 TO W-QTDE-FAIXAS.
                PERFORM MONTA-NOMES-FAIXA.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK NOT EQUAL "00"
                    DISPLAY "FAIXA " FXA-FAIXA " SEM CHECKPOINT: " W-CKPT-FILENAME
                    MOVE 'N' TO W-FAIXAS-OK
                ELSE
                    READ ARQ-CHECKPOINT
                        AT END
                            DISPLAY "FAIXA " FXA-FAIXA " SEM CHECKPOINT: " W-CKPT-FILENAME
                            MOVE 'N' TO W-FAIXAS-OK
                        NOT AT END
                            IF CKPT-DATA-ANO EQUAL YEARS AND
                               CKPT-DATA-MES EQUAL MONTHS AND
                               CKPT-DATA-DIA EQUAL DAYS
                                ADD CKPT-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                            ELSE
                                DISPLAY "FAIXA " FXA-FAIXA " COM CHECKPOINT DE OUTRO DIA: " W-CKPT-FILENAME
                                MOVE 'N' TO W-FAIXAS-OK
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.
                IF W-DISPARO-TS NOT EQUAL ZEROS
                    PERFORM CONFERE-JOBLOG-FAIXA
                END-IF.

           *> A ULTIMA LINHA DA FAIXA NO DIARIO CENTRAL GRAVADA DEPOIS DO
           *> DISPARO TEM DE SER O 'F'; DATA E HORA DA LINHA JUNTAS, PARA
           *> VALER TAMBEM QUANDO A FAIXA TERMINA DEPOIS DA MEIA-NOITE
            CONFERE-JOBLOG-FAIXA.
                MOVE SPACES TO W-FAIXA-JOB.
                STRING W-JOB-NOME DELIMITED BY SPACE
                       "-F" DELIMITED BY SIZE
                       FXA-FAIXA DELIMITED BY SIZE
                    INTO W-FAIXA-JOB.
                MOVE SPACE TO W-FAIXA-EVENTO.
                MOVE 'N' TO WS-EOF-JLG.
                OPEN INPUT ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    MOVE 'S' TO WS-EOF-JLG
                END-IF.
                PERFORM VARRE-JOBLOG-FAIXA UNTIL FIM-JOBLOG.
                IF ARQ-JLG-OK EQUAL "00" OR ARQ-JLG-OK EQUAL "10"
                    CLOSE ARQ-JOBLOG
                END-IF.
                IF W-FAIXA-EVENTO NOT EQUAL 'F'
                    DISPLAY "FAIXA " FXA-FAIXA " SEM FIM NORMAL DEPOIS DO DISPARO: " W-FAIXA-JOB
                    MOVE 'N' TO W-FAIXAS-OK
                END-IF.

            VARRE-JOBLOG-FAIXA.
                READ ARQ-JOBLOG
                    AT END MOVE 'S' TO WS-EOF-JLG
                    NOT AT END
                        COMPUTE W-JLG-TS = JLG-DATA * 1000000 + JLG-HORA
                        IF JLG-JOB EQUAL W-FAIXA-JOB AND
                           W-JLG-TS NOT < W-DISPARO-TS
                            MOVE JLG-EVENTO TO W-FAIXA-EVENTO
                        END-IF
                END-READ.

           *> NOMES DOS ARQUIVOS QUE A FAIXA GRAVOU, COM O SUFIXO -Fnn
            MONTA-NOMES-FAIXA.
                MOVE SPACES TO W-FAIXA-SUFIXO.
                STRING "-F" FXA-FAIXA DELIMITED BY SIZE
                    INTO W-FAIXA-SUFIXO.
                MOVE SPACES TO W-CKPT-FILENAME.
                STRING "CKPT_" DELIMITED BY SIZE
                       W-RADICAL DELIMITED BY SPACE
                       "_F" DELIMITED BY SIZE
                       FXA-FAIXA DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO W-CKPT-FILENAME.
                MOVE SPACES TO W-CKA-FAIXA-FILENAME.
                STRING "CKPT_" DELIMITED BY SIZE
                       W-RADICAL DELIMITED BY SPACE
                       "_AGENCIAS_F" DELIMITED BY SIZE
                       FXA-FAIXA DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO W-CKA-FAIXA-FILENAME.
                MOVE SPACES TO W-REL-FAIXA-FILENAME.
                STRING W-PREFIXO-REL DELIMITED BY SPACE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       W-FAIXA-SUFIXO DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                    INTO W-REL-FAIXA-FILENAME.

            OPEN-FILES.
                OPEN OUTPUT ARQ-CKPT-AGENCIAS.
                OPEN OUTPUT ARQ-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "RELATORIO CONSOLIDADO DE " DELIMITED BY SIZE
                       W-JOB-NOME DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       DAYS "/" MONTHS "/" YEARS DELIMITED BY SIZE
                       " - FAIXAS: " DELIMITED BY SIZE
                       W-QTDE-FAIXAS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

           *> EMENDA OS TOTAIS POR AGENCIA E O RELATORIO DA FAIXA
            JUNTA-FAIXA.
                PERFORM MONTA-NOMES-FAIXA.
                OPEN INPUT ARQ-CKA-FAIXA.
                IF ARQ-CKF-OK EQUAL "00"
                    PERFORM UNTIL ARQ-CKF-OK EQUAL "10"
                        READ ARQ-CKA-FAIXA
                            AT END MOVE "10" TO ARQ-CKF-OK
                            NOT AT END
                                MOVE REG-CKA-FAIXA TO REG-CKPT-AGENCIA
                                WRITE REG-CKPT-AGENCIA
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CKA-FAIXA
                END-IF.
                MOVE SPACES TO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                STRING "===== FAIXA " DELIMITED BY SIZE
                       FXA-FAIXA DELIMITED BY SIZE
                       " - AGENCIAS " DELIMITED BY SIZE
                       FXA-AGENCIA-DE DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       FXA-AGENCIA-ATE DELIMITED BY SIZE
                       " =====" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                OPEN INPUT ARQ-REL-FAIXA.
                IF ARQ-RLF-OK EQUAL "00"
                    PERFORM UNTIL ARQ-RLF-OK EQUAL "10"
                        READ ARQ-REL-FAIXA
                            AT END MOVE "10" TO ARQ-RLF-OK
                            NOT AT END
                                MOVE REG-REL-FAIXA TO REG-RELATORIO
                                PERFORM GRAVA-LINHA
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-REL-FAIXA
                ELSE
                    STRING "RELATORIO DA FAIXA NAO ENCONTRADO: " DELIMITED BY SIZE
                           W-REL-FAIXA-FILENAME DELIMITED BY SPACE
                        INTO REG-RELATORIO
                    PERFORM GRAVA-LINHA
                END-IF.

            GRAVA-LINHA.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE SPACES TO REG-RELATORIO.

            CLOSE-FILES.
                CLOSE ARQ-CKPT-AGENCIAS.
                CLOSE ARQ-RELATORIO.

           *> AS FAIXAS DEIXAM A MARCA DE JANELA BATCH LIGADA; COM TODAS
           *> JUNTADAS, A CONSOLIDAÇÂO A DESLIGA
           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE W-JOB-NOME TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO, COM O NOME DO
           *> JOB CONSOLIDADO
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE W-JOB-NOME TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                *> DATA DO RELOGIO: O ORQUESTRADOR CONFERE DATA E HORA
                *> DA LINHA CONTRA O MOMENTO DO DISPARO
                ACCEPT W-JLG-DATA FROM DATE YYYYMMDD.
                MOVE W-JLG-DATA TO JLG-DATA.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.


           *> REGISTRA O RELATORIO CONSOLIDADO NO CATALOGO CENTRAL DE
           *> RELATORIOS, COM O NOME DO JOB, COMO SE ELE TIVESSE RODADO
           *> INTEIRO
           GRAVA-CATALOGO.
                OPEN EXTEND ARQ-CATALOGO.
                IF ARQ-CAT-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-CATALOGO
                END-IF.
                MOVE W-JOB-NOME TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-CONSOLIDA.
