      *> CHAMADOS DAQUI: UM JOB COM STOP RUN DERRUBARIA O ORQUESTRADOR
      *> NO MEIO DA JANELA COM A MARCA LIGADA, ENTÂO ENTRADA DO PLANO
      *> FORA DA LISTA CHAMAVEL E PULADA E APONTADA NO RELATORIO PARA
      *> RODAR A MÂO. PASSO MARCADO PARA RODAR POR FAIXA (PLN-PARALELO
      *> 'S') E DISPARADO EM PARALELO, UM PROCESSO POR FAIXA DE AGENCIAS
      *> DE ARQ-FAIXAS-AGENCIA.DAT; O ORQUESTRADOR ESPERA NO DIARIO
      *> CENTRAL O FIM NORMAL DE TODAS AS FAIXAS E SO ENTÂO RODA O
      *> CONTA-CONSOLIDA, QUE JUNTA OS TOTAIS POR AGENCIA E OS
      *> RELATORIOS NOS ARQUIVOS DE SEMPRE E GRAVA O FIM NORMAL DO
      *> PASSO; SO DEPOIS DISSO O PASSO SEGUINTE COMEÇA. SEM O ARQUIVO
      *> DE FAIXAS O PASSO RODA INTEIRO, COMO ANTES. O COMANDO QUE
      *> CARREGA OS MODULOS NOS PROCESSOS DAS FAIXAS VEM DE
      *> ARQ-CARREGADOR-BATCH.DAT (UMA LINHA); SEM ELE OS PASSOS
      *> PARALELOS TAMBEM RODAM INTEIROS. CADA FAIXA RECEBE A DATA DA
      *> JANELA E A CONSOLIDAÇÂO RECEBE A DATA E O MOMENTO DO DISPARO,
      *> E O FIM NORMAL E CONFERIDO PELA DATA E HORA DA LINHA DO DIARIO
      *> CONTRA O DISPARO, ENTÂO A JANELA PODE PASSAR DA MEIA-NOITE.
      *> COMANDO DO SISTEMA QUE VOLTA COM CODIGO DIFERENTE DE ZERO
      *> PARA O PASSO NA HORA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PLN-OK.

                   SELECT ARQ-FAIXAS ASSIGN TO "ARQ-FAIXAS-AGENCIA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FXA-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

                   SELECT ARQ-CARREGADOR ASSIGN TO "ARQ-CARREGADOR-BATCH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CRG-OK.

       DATA DIVISION.

           FILE SECTION.
                       88  PLN-DIARIO          VALUE 'D'.
                       88  PLN-MENSAL          VALUE 'M'.
                   02  PLN-DIA                 PIC 9(2).
                   *> 'S' = RODA POR FAIXA DE AGENCIAS, EM PARALELO
                   02  PLN-PARALELO            PIC X(1).
                       88  PLN-POR-FAIXA       VALUE 'S'.

               FD ARQ-FAIXAS LABEL RECORDS STANDARD.

               COPY FAIXAAG.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.


               COPY CATALOGO.

      *> COMANDO QUE CARREGA OS MODULOS NOS PROCESSOS DAS FAIXAS
               FD ARQ-CARREGADOR LABEL RECORDS STANDARD.

               01  REG-CARREGADOR.
                   02  CRG-COMANDO             PIC X(40).

       WORKING-STORAGE SECTION.

                01  ARQ-CAT-OK              PIC X(2).
                    02  ARQ-JLG-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-FXA-OK          PIC X(2).
                    02  ARQ-CRG-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                        03  PS-FREQUENCIA       PIC X(1).
                        03  PS-DIA              PIC 9(2).
                        03  PS-CHAMAVEL         PIC X(1).
                        03  PS-PARALELO         PIC X(1).

                *> FAIXAS DE AGENCIAS DOS PASSOS PARALELOS; A SITUAÇÂO DE
                *> CADA FAIXA VEM DO DIARIO CENTRAL ('I' RODANDO, 'F' FIM
                *> NORMAL, ESPAÇO AINDA NÂO COMEÇOU)
                01 WS-FAIXAS.
                    02  W-MAX-FAIXAS            PIC 99 VALUE 10.
                    02  W-QTDE-FAIXAS           PIC 99 VALUE ZEROS.
                    02  WS-FAIXA-TABELA OCCURS 10 TIMES INDEXED BY WS-FXI.
                        03  FX-FAIXA            PIC 9(2).
                        03  FX-AGENCIA-DE       PIC 9(4).
                        03  FX-AGENCIA-ATE      PIC 9(4).
                        03  FX-JOB              PIC X(20).
                        03  FX-SITUACAO         PIC X(1).
                            88  FX-FIM-NORMAL   VALUE 'F'.
                    02  W-FAIXA-ATE-ANTERIOR    PIC 9(4).
                    02  W-FAIXAS-VALIDAS        PIC X(1).
                        88  FAIXAS-VALIDAS      VALUE 'S'.
                    02  W-QTDE-FAIXAS-FIM       PIC 99.
                    *> CADA FAIXA RODA NUM PROCESSO PROPRIO, PELO
                    *> CARREGADOR DE MODULOS (ARQ-CARREGADOR-BATCH.DAT),
                    *> COM O PARAMETRO DA FAIXA
                    02  W-CARREGADOR            PIC X(40) VALUE SPACES.
                    02  W-COMANDO               PIC X(150).
                    02  W-HORA-AGORA            PIC 9(8).
                    02  W-DATA-AGORA            PIC 9(8).
                    *> MOMENTO DO DISPARO AAAAMMDDHHMMSS; SO VALEM AS
                    *> LINHAS DO DIARIO COM DATA E HORA A PARTIR DELE
                    02  W-DISPARO-TS            PIC 9(14) VALUE ZEROS.
                    02  W-JLG-TS                PIC 9(14).
                    *> O DIARIO E CONFERIDO A CADA INTERVALO ATE O LIMITE
                    *> (SEGUNDOS); FAIXA SEM FIM NORMAL NO LIMITE PARA A
                    *> CADEIA COMO QUALQUER FIM ANORMAL
                    02  W-INTERVALO-ESPERA      PIC 9(4) VALUE 30.
                    02  W-ESPERA-DECORRIDA      PIC 9(6).
                    02  W-ESPERA-MAXIMA         PIC 9(6) VALUE 14400.

                01 EXECUCAO-VARIABLES.
                    02  W-JOB-CHAMAVEL          PIC X(1).
                PERFORM LE-CHECKPOINT.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM IMPRIME-CABECALHO.
                PERFORM CARREGA-FAIXAS.
                IF W-QTDE-FAIXAS > ZEROS
                    PERFORM LE-CARREGADOR
                END-IF.
                PERFORM MARCA-JANELA-BATCH.
                MOVE 1 TO W-PASSO-ATUAL.
                PERFORM EXECUTA-PASSO
                            MOVE PLN-JOB TO PS-JOB (WS-PSI)
                            MOVE PLN-FREQUENCIA TO PS-FREQUENCIA (WS-PSI)
                            MOVE PLN-DIA TO PS-DIA (WS-PSI)
                            MOVE PLN-PARALELO TO PS-PARALELO (WS-PSI)
                            PERFORM VERIFICA-JOB-CHAMAVEL
                            MOVE W-JOB-CHAMAVEL TO PS-CHAMAVEL (WS-PSI)
                    END-READ
                   PLN-JOB EQUAL "CONTA-FECHAMENTO" OR
                   PLN-JOB EQUAL "CONTA-AGENDADOR" OR
                   PLN-JOB EQUAL "CONTA-JUROS" OR
                   PLN-JOB EQUAL "CONTA-TARIFA" OR
                   PLN-JOB EQUAL "CONTA-RENDIMENTO" OR
                   PLN-JOB EQUAL "CONTA-DORMENTE"
                    MOVE 'S' TO W-JOB-CHAMAVEL
                ELSE
                    MOVE 'N' TO W-JOB-CHAMAVEL
                MOVE "CONTA-BACKUP" TO PLN-JOB.
                MOVE 'D' TO PLN-FREQUENCIA.
                MOVE ZEROS TO PLN-DIA.
                MOVE 'N' TO PLN-PARALELO.
                WRITE REG-PLANO.
                MOVE 02 TO PLN-ORDEM.
                MOVE "CONTA-FECHAMENTO" TO PLN-JOB.
                MOVE 'D' TO PLN-FREQUENCIA.
                MOVE ZEROS TO PLN-DIA.
                MOVE 'N' TO PLN-PARALELO.
                WRITE REG-PLANO.
                MOVE 03 TO PLN-ORDEM.
                MOVE "CONTA-AGENDADOR" TO PLN-JOB.
                MOVE 'D' TO PLN-FREQUENCIA.
                MOVE ZEROS TO PLN-DIA.
                MOVE 'N' TO PLN-PARALELO.
                WRITE REG-PLANO.
                MOVE 04 TO PLN-ORDEM.
                MOVE "CONTA-JUROS" TO PLN-JOB.
                MOVE 'M' TO PLN-FREQUENCIA.
                MOVE 01 TO PLN-DIA.
                MOVE 'S' TO PLN-PARALELO.
                WRITE REG-PLANO.
                MOVE 05 TO PLN-ORDEM.
                MOVE "CONTA-TARIFA" TO PLN-JOB.
                MOVE 'M' TO PLN-FREQUENCIA.
                MOVE 01 TO PLN-DIA.
                MOVE 'S' TO PLN-PARALELO.
                WRITE REG-PLANO.
                CLOSE ARQ-PLANO.

                    PERFORM GRAVA-LINHA-FORA-DO-DIA
                    PERFORM AVANCA-CHECKPOINT
                  ELSE
                    IF PS-PARALELO (WS-PSI) EQUAL 'S' AND
                       W-QTDE-FAIXAS > ZEROS
                        PERFORM EXECUTA-PASSO-POR-FAIXA
                    ELSE
                        PERFORM CHAMA-JOB
                        PERFORM VERIFICA-FIM-NORMAL
                    END-IF
                    IF CHAMADA-OK AND PASSO-FIM-NORMAL
                        ADD 1 TO W-QTDE-EXECUTADOS
                        PERFORM GRAVA-LINHA-EXECUTADO
                END-IF.
                ADD 1 TO W-PASSO-ATUAL.

           *> PASSO CHAMADO: VALE A ULTIMA LINHA DO JOB DESDE O COMEÇO
           *> DO DIA DA JANELA
            CHAMA-JOB.
                MOVE 'S' TO W-CHAMADA-OK.
                COMPUTE W-DISPARO-TS = W-DATA-HOJE-NUM * 1000000.
                CALL PS-JOB (WS-PSI)
                    ON EXCEPTION
                        MOVE 'N' TO W-CHAMADA-OK
                END-CALL.

           *> O FIM NORMAL DO PASSO E A LINHA 'F' NO DIARIO CENTRAL; A
           *> ULTIMA LINHA DO JOB COM DATA E HORA A PARTIR DO DISPARO E A
           *> QUE VALE
           VERIFICA-FIM-NORMAL.
                MOVE 'N' TO W-FIM-NORMAL.
                MOVE 'N' TO WS-EOF-JLG.
                READ ARQ-JOBLOG
                    AT END MOVE 'S' TO WS-EOF-JLG
                    NOT AT END
                        COMPUTE W-JLG-TS = JLG-DATA * 1000000 + JLG-HORA
                        IF JLG-JOB EQUAL PS-JOB (WS-PSI) AND
                           W-JLG-TS NOT < W-DISPARO-TS
                            IF JLG-FIM
                                MOVE 'S' TO W-FIM-NORMAL
                            ELSE
                        END-IF
                END-READ.

           *> CARREGA AS FAIXAS DE AGENCIAS. ELAS TEM DE VIR NUMERADAS
           *> 01, 02, ... E COBRIR DE 0000 A 9999 SEM LACUNA NEM
           *> SOBREPOSIÇÂO (AGENCIA FORA DE FAIXA FICARIA SEM COBRANÇA,
           *> AGENCIA EM DUAS SERIA COBRADA DUAS VEZES); ARQUIVO FORA
           *> DISSO E IGNORADO COM NOTA NO RELATORIO E OS PASSOS PARALELOS
           *> RODAM INTEIROS
           CARREGA-FAIXAS.
                MOVE ZEROS TO W-QTDE-FAIXAS.
                MOVE 'S' TO W-FAIXAS-VALIDAS.
                OPEN INPUT ARQ-FAIXAS.
                IF ARQ-FXA-OK EQUAL "00"
                    PERFORM UNTIL ARQ-FXA-OK EQUAL "10"
                        READ ARQ-FAIXAS
                            AT END MOVE "10" TO ARQ-FXA-OK
                            NOT AT END PERFORM GUARDA-FAIXA
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FAIXAS
                    IF W-QTDE-FAIXAS > ZEROS AND
                       W-FAIXA-ATE-ANTERIOR NOT EQUAL 9999
                        MOVE 'N' TO W-FAIXAS-VALIDAS
                    END-IF
                END-IF.
                IF NOT FAIXAS-VALIDAS
                    MOVE ZEROS TO W-QTDE-FAIXAS
                    PERFORM GRAVA-LINHA-FAIXAS-INVALIDAS
                END-IF.

            GUARDA-FAIXA.
                IF W-QTDE-FAIXAS EQUAL W-MAX-FAIXAS OR
                   FXA-FAIXA NOT EQUAL W-QTDE-FAIXAS + 1 OR
                   FXA-AGENCIA-DE > FXA-AGENCIA-ATE
                    MOVE 'N' TO W-FAIXAS-VALIDAS
                ELSE
                    IF (W-QTDE-FAIXAS EQUAL ZEROS AND
                        FXA-AGENCIA-DE NOT EQUAL ZEROS) OR
                       (W-QTDE-FAIXAS > ZEROS AND
                        FXA-AGENCIA-DE NOT EQUAL W-FAIXA-ATE-ANTERIOR + 1)
                        MOVE 'N' TO W-FAIXAS-VALIDAS
                    END-IF
                    ADD 1 TO W-QTDE-FAIXAS
                    SET WS-FXI TO W-QTDE-FAIXAS
                    MOVE FXA-FAIXA TO FX-FAIXA (WS-FXI)
                    MOVE FXA-AGENCIA-DE TO FX-AGENCIA-DE (WS-FXI)
                    MOVE FXA-AGENCIA-ATE TO FX-AGENCIA-ATE (WS-FXI)
                    MOVE FXA-AGENCIA-ATE TO W-FAIXA-ATE-ANTERIOR
                END-IF.

           *> PASSO POR FAIXA: DISPARA UMA EXECUÇÂO POR FAIXA, TODAS EM
           *> PARALELO, ESPERA O FIM NORMAL DE TODAS NO DIARIO CENTRAL E
           *> SO ENTÂO RODA A CONSOLIDAÇÂO; O FIM NORMAL DO PASSO E A
           *> LINHA 'F' QUE A CONSOLIDAÇÂO GRAVA COM O NOME DO JOB
           EXECUTA-PASSO-POR-FAIXA.
                MOVE 'S' TO W-CHAMADA-OK.
                MOVE 'N' TO W-FIM-NORMAL.
                ACCEPT W-DATA-AGORA FROM DATE YYYYMMDD.
                ACCEPT W-HORA-AGORA FROM TIME.
                COMPUTE W-DISPARO-TS =
                    W-DATA-AGORA * 1000000 + W-HORA-AGORA / 100.
                SET WS-FXI TO 1.
                PERFORM DISPARA-FAIXA
                    UNTIL WS-FXI > W-QTDE-FAIXAS OR NOT CHAMADA-OK.
                IF CHAMADA-OK
                    PERFORM AGUARDA-FAIXAS
                    IF W-QTDE-FAIXAS-FIM EQUAL W-QTDE-FAIXAS
                        PERFORM CONSOLIDA-FAIXAS
                        IF CHAMADA-OK
                            PERFORM VERIFICA-FIM-NORMAL
                        END-IF
                    ELSE
                        SET WS-FXI TO 1
                        PERFORM GRAVA-LINHA-FAIXA-PENDENTE
                            UNTIL WS-FXI > W-QTDE-FAIXAS
                    END-IF
                END-IF.

           *> DISPARA A FAIXA EM SEGUNDO PLANO ("&") E SEGUE PARA A
           *> PROXIMA SEM ESPERAR; A FAIXA RECEBE A DATA DA JANELA PARA
           *> NOMEAR CHECKPOINT E RELATORIO MESMO DEPOIS DA MEIA-NOITE.
           *> COMANDO RECUSADO PELO SISTEMA PARA O PASSO SEM DISPARAR AS
           *> FAIXAS SEGUINTES
            DISPARA-FAIXA.
                MOVE SPACES TO FX-JOB (WS-FXI).
                STRING PS-JOB (WS-PSI) DELIMITED BY SPACE
                       "-F" DELIMITED BY SIZE
                       FX-FAIXA (WS-FXI) DELIMITED BY SIZE
                    INTO FX-JOB (WS-FXI).
                MOVE SPACE TO FX-SITUACAO (WS-FXI).
                MOVE SPACES TO W-COMANDO.
                STRING W-CARREGADOR DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       PS-JOB (WS-PSI) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       FX-FAIXA (WS-FXI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FX-AGENCIA-DE (WS-FXI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FX-AGENCIA-ATE (WS-FXI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-DATA-HOJE-NUM DELIMITED BY SIZE
                       " &" DELIMITED BY SIZE
                    INTO W-COMANDO.
                CALL "SYSTEM" USING W-COMANDO.
                IF RETURN-CODE NOT EQUAL ZEROS
                    MOVE 'N' TO W-CHAMADA-OK
                    PERFORM GRAVA-LINHA-FAIXA-RECUSADA
                ELSE
                    PERFORM GRAVA-LINHA-FAIXA-DISPARADA
                END-IF.
                SET WS-FXI UP BY 1.

            AGUARDA-FAIXAS.
                MOVE ZEROS TO W-ESPERA-DECORRIDA.
                PERFORM CONFERE-FAIXAS.
                PERFORM ESPERA-FAIXAS
                    UNTIL W-QTDE-FAIXAS-FIM EQUAL W-QTDE-FAIXAS OR
                          W-ESPERA-DECORRIDA NOT < W-ESPERA-MAXIMA.

            ESPERA-FAIXAS.
                CALL "C$SLEEP" USING W-INTERVALO-ESPERA.
                ADD W-INTERVALO-ESPERA TO W-ESPERA-DECORRIDA.
                PERFORM CONFERE-FAIXAS.

           *> SITUAÇÂO DE CADA FAIXA NO DIARIO CENTRAL: A ULTIMA LINHA DA
           *> FAIXA COM DATA E HORA A PARTIR DO DISPARO E A QUE VALE
            CONFERE-FAIXAS.
                MOVE 'N' TO WS-EOF-JLG.
                OPEN INPUT ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    MOVE 'S' TO WS-EOF-JLG
                END-IF.
                PERFORM VARRE-JOBLOG-FAIXAS UNTIL FIM-JOBLOG.
                IF ARQ-JLG-OK EQUAL "00" OR ARQ-JLG-OK EQUAL "10"
                    CLOSE ARQ-JOBLOG
                END-IF.
                MOVE ZEROS TO W-QTDE-FAIXAS-FIM.
                SET WS-FXI TO 1.
                PERFORM CONTA-FAIXA-FIM UNTIL WS-FXI > W-QTDE-FAIXAS.

            VARRE-JOBLOG-FAIXAS.
                READ ARQ-JOBLOG
                    AT END MOVE 'S' TO WS-EOF-JLG
                    NOT AT END
                        COMPUTE W-JLG-TS = JLG-DATA * 1000000 + JLG-HORA
                        IF W-JLG-TS NOT < W-DISPARO-TS
                            SET WS-FXI TO 1
                            SEARCH WS-FAIXA-TABELA
                                AT END CONTINUE
                                WHEN FX-JOB (WS-FXI) EQUAL JLG-JOB
                                    MOVE JLG-EVENTO TO FX-SITUACAO (WS-FXI)
                            END-SEARCH
                        END-IF
                END-READ.

            CONTA-FAIXA-FIM.
                IF FX-FIM-NORMAL (WS-FXI)
                    ADD 1 TO W-QTDE-FAIXAS-FIM
                END-IF.
                SET WS-FXI UP BY 1.

           *> A CONSOLIDAÇÂO RODA NUM PROCESSO PROPRIO, MAS SEM O "&": O
           *> ORQUESTRADOR ESPERA ELA TERMINAR. RECEBE A DATA DA JANELA E
           *> O MOMENTO DO DISPARO DAS FAIXAS
            CONSOLIDA-FAIXAS.
                MOVE SPACES TO W-COMANDO.
                STRING W-CARREGADOR DELIMITED BY SPACE
                       " CONTA-CONSOLIDA " DELIMITED BY SIZE
                       PS-JOB (WS-PSI) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       W-DATA-HOJE-NUM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-DISPARO-TS DELIMITED BY SIZE
                    INTO W-COMANDO.
                CALL "SYSTEM" USING W-COMANDO.
                IF RETURN-CODE NOT EQUAL ZEROS
                    MOVE 'N' TO W-CHAMADA-OK
                    PERFORM GRAVA-LINHA-CONSOLIDA-RECUSADA
                END-IF.

           *> O CARREGADOR DE MODULOS DOS PROCESSOS DAS FAIXAS; SEM ELE
           *> NÂO HA COMO DISPARAR AS FAIXAS E OS PASSOS PARALELOS RODAM
           *> INTEIROS
            LE-CARREGADOR.
                MOVE SPACES TO W-CARREGADOR.
                OPEN INPUT ARQ-CARREGADOR.
                IF ARQ-CRG-OK EQUAL "00"
                    READ ARQ-CARREGADOR
                        AT END CONTINUE
                        NOT AT END MOVE CRG-COMANDO TO W-CARREGADOR
                    END-READ
                    CLOSE ARQ-CARREGADOR
                END-IF.
                IF W-CARREGADOR EQUAL SPACES
                    MOVE ZEROS TO W-QTDE-FAIXAS
                    PERFORM GRAVA-LINHA-SEM-CARREGADOR
                END-IF.

            AVANCA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-PASSO-ATUAL TO CKO-ULTIMO-PASSO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-FAIXA-DISPARADA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "PASSO " DELIMITED BY SIZE
                       PS-ORDEM (WS-PSI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PS-JOB (WS-PSI) DELIMITED BY SPACE
                       " FAIXA " DELIMITED BY SIZE
                       FX-FAIXA (WS-FXI) DELIMITED BY SIZE
                       " AGENCIAS " DELIMITED BY SIZE
                       FX-AGENCIA-DE (WS-FXI) DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       FX-AGENCIA-ATE (WS-FXI) DELIMITED BY SIZE
                       " DISPARADA" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-FAIXA-RECUSADA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "PASSO " DELIMITED BY SIZE
                       PS-ORDEM (WS-PSI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PS-JOB (WS-PSI) DELIMITED BY SPACE
                       " FAIXA " DELIMITED BY SIZE
                       FX-FAIXA (WS-FXI) DELIMITED BY SIZE
                       " NAO DISPARADA: COMANDO RECUSADO" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-CONSOLIDA-RECUSADA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "PASSO " DELIMITED BY SIZE
                       PS-ORDEM (WS-PSI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PS-JOB (WS-PSI) DELIMITED BY SPACE
                       " CONSOLIDACAO NAO EXECUTADA: COMANDO RECUSADO" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-FAIXA-PENDENTE.
                IF NOT FX-FIM-NORMAL (WS-FXI)
                    MOVE SPACES TO REG-RELATORIO
                    STRING "PASSO " DELIMITED BY SIZE
                           PS-ORDEM (WS-PSI) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PS-JOB (WS-PSI) DELIMITED BY SPACE
                           " FAIXA " DELIMITED BY SIZE
                           FX-FAIXA (WS-FXI) DELIMITED BY SIZE
                           " SEM FIM NORMAL NO LIMITE DE ESPERA" DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                END-IF.
                SET WS-FXI UP BY 1.

            GRAVA-LINHA-FAIXAS-INVALIDAS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE "ARQ-FAIXAS-AGENCIA.DAT IGNORADO (NUMERACAO, LACUNA OU SOBREPOSICAO): PASSOS RODAM INTEIROS"
                    TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-SEM-CARREGADOR.
                MOVE SPACES TO REG-RELATORIO.
                MOVE "ARQ-CARREGADOR-BATCH.DAT AUSENTE OU VAZIO: PASSOS PARALELOS RODAM INTEIROS"
                    TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-FALHA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "PASSO " DELIMITED BY SIZE
