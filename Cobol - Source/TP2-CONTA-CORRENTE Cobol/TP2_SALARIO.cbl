      *> MOTIVO, COMO A COMPENSAÇÂO FAZ COM A CAMARA. CHECKPOINT POR
      *> MATRICULA PARA RESTART (E O 'SL' DO MES SEGURA O CREDITO EM
      *> DOBRO MESMO SEM CHECKPOINT); MARCA A JANELA BATCH, ANOTA NO
      *> JOBLOG E GRAVA RELATORIO DATADO CATALOGADO. DEPOIS DA FOLHA,
      *> AS PARCELAS DE CONSIGNADO DESCONTADAS PELO DESCONTOS-FOLHA
      *> (PAYROLL-CONSIGNADO.DAT) SÂO DADAS COMO PAGAS NOS CONTRATOS;
      *> O RESIDUO QUE A MARGEM NÂO COBRIU FICA NO CONTRATO PARA O JOB
      *> DE COBRANÇA DEBITAR EM CONTA. A BAIXA ANOTA NO CONTRATO O MES
      *> DE REFERENCIA DA FOLHA (DES-REFERENCIA; SEM ELA, O MES
      *> CORRENTE), O MESMO QUE O DESCONTOS-FOLHA CONFERE, E ISSO
      *> IMPEDE BAIXAR A MESMA PARCELA DUAS VEZES NO MES DA FOLHA.
      *> ALEM DA FOLHA MENSAL, A FOLHA PODE SER DO 13O (1A OU 2A
      *> PARCELA) OU DE FERIAS (DES-TIPO-FOLHA); CADA TIPO E CREDITADO
      *> COM A SUA DESCRIÇÂO NO EXTRATO, QUE E TAMBEM O QUE SEGURA O
      *> CREDITO EM DOBRO NO MES, E TEM O SEU RELATORIO E O SEU
      *> CHECKPOINT. SO A MENSAL BAIXA CONSIGNADO.
      *> CHAMADO COM O PARAMETRO RESCISAO, CREDITA EM VEZ DA FOLHA O
      *> LIQUIDO DAS RESCISOES (PAYROLL-RESCISAO.DAT, GRAVADO PELO
      *> RESCISAO-FOLHA NO MESMO LAYOUT, TIPO 'R'). O RESCISAO-FOLHA
      *> ACUMULA AS RESCISOES NO ARQUIVO ATE ELAS SEREM CREDITADAS; NO
      *> FIM NORMAL DESTE CREDITO O ARQUIVO E ESVAZIADO (O REJEITADO
      *> FICA NO ARQUIVO DE REJEITADOS PARA TRATAR A MÂO). COM O
      *> PARAMETRO RESCISAO A FOLHA E SEMPRE DE RESCISÂO, QUALQUER QUE
      *> SEJA O TIPO GRAVADO, E NUNCA BAIXA CONSIGNADO (SEM ELE, O
      *> TIPO 'R' NÂO VALE E A FOLHA E MENSAL); ARQUIVO DE
      *> RESCISOES VAZIO (O NORMAL DEPOIS DE CADA CREDITO) ENCERRA O
      *> JOB ANTES DO JOBLOG, SEM ABRIR ARQUIVOS NEM MARCAR A JANELA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       RECORD KEY IS MVD-CHAVE
                       FILE STATUS ARQ-MVD-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-CONSIGNADO ASSIGN TO "PAYROLL-CONSIGNADO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CSG-OK.

                   SELECT ARQ-DESCONTOS ASSIGN TO W-DES-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-DES-OK.


               COPY MOVDIA.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

      *> PARCELAS DE CONSIGNADO TRATADAS PELO DESCONTOS-FOLHA: O QUE
      *> FOI DESCONTADO DO SALARIO E O RESIDUO PARA DEBITO EM CONTA
               FD ARQ-CONSIGNADO LABEL RECORDS STANDARD.

               01  REG-CONSIGNADO.
                   02  CSG-MATRICULA           PIC 9(5).
                   02  CSG-COD-CONTA           PIC 9(7).
                   02  CSG-SEQUENCIA           PIC 9(6).
                   02  CSG-VALOR-PARCELA       PIC 9(8)V99.
                   02  CSG-DESCONTADO          PIC 9(8)V99.
                   02  CSG-RESIDUO             PIC 9(8)V99.

      *> FOLHA LIQUIDA GRAVADA PELO DESCONTOS-FOLHA: O QUE SE CREDITA
      *> E O DES-LIQUIDO (BRUTO AJUSTADO MENOS INSS, IRRF E CONSIGNADO)
               FD ARQ-DESCONTOS LABEL RECORDS STANDARD.

               01  REG-DESCONTO.
                   02  DES-SAL-AJUSTADO        PIC 9(7)V99.
                   02  DES-INSS                PIC 9(7)V99.
                   02  DES-IRRF                PIC 9(7)V99.
                   02  DES-CONSIGNADO          PIC 9(7)V99.
                   02  DES-LIQUIDO             PIC 9(7)V99.
                   02  DES-TIPO-FOLHA          PIC X(1).
                   02  DES-REFERENCIA          PIC 9(6).
                   02  DES-BRUTO-FOLHA         PIC 9(7)V99.

      *> CADASTRO MATRICULA -> CONTA, MANTIDO PELO RH; O DV ACOMPANHA O
      *> NUMERO PARA UM DIGITO TRANSPOSTO NÂO PAGAR SALARIO EM CONTA

      *> REJEITADOS: A LINHA DA FOLHA ACRESCIDA DO MOTIVO (01 MATRICULA
      *> SEM CONTA CADASTRADA, 02 CONTA INEXISTENTE, 03 CONTA
      *> ENCERRADA, 04 DV DA CONTA INVALIDO, 05 CREDITO DESTE TIPO DE
      *> FOLHA JA LANÇADO NO MES)
               FD ARQ-REJEITOS LABEL RECORDS STANDARD.

               01  REG-REJEITO.

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E A MATRICULA, QUE E A
      *> ORDEM DE LEITURA DA FOLHA (O CKPT-ULTIMO-COD-CONTA DO LAYOUT
      *> COMUM GUARDARIA A CONTA, QUE NÂO E A CHAVE DA VARREDURA). O
      *> TIPO DA FOLHA SEPARA A RETOMADA DE DUAS FOLHAS NO MESMO DIA
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-SALARIO.
                       03  CKS-DATA-ANO       PIC 9(04).
                       03  CKS-DATA-MES       PIC 9(02).
                       03  CKS-DATA-DIA       PIC 9(02).
                   02  CKS-TIPO-FOLHA         PIC X(1).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.


                01  WS-REL-FILENAME         PIC X(40).

      *> ARQUIVO DE ENTRADA: A FOLHA OU, COM O PARAMETRO RESCISAO NA
      *> LINHA DE COMANDO, AS RESCISOES
                01  PARAMETRO-VARIABLES.
                    02  W-PARM-EXECUCAO         PIC X(40) VALUE SPACES.
                    02  W-DES-FILENAME          PIC X(40) VALUE "PAYROLL-DESCONTOS.DAT".

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-CSG-OK          PIC X(2).
                    02  ARQ-DES-OK          PIC X(2).
                    02  ARQ-FNC-OK          PIC X(2).
                    02  ARQ-REJ-OK          PIC X(2).
                    02  W-CONTA-CREDITO         PIC 9(7).
                    02  W-DV-INFORMADO          PIC 9(1).

      *> TIPO DA FOLHA EM CREDITO E A DESCRIÇÂO DO MOVIMENTO NO EXTRATO
                01 FOLHA-VARIABLES.
                    02  W-TIPO-FOLHA            PIC X(1) VALUE 'M'.
                        88  FOLHA-MENSAL        VALUE 'M'.
                        88  FOLHA-13-PRIMEIRA   VALUE 'P'.
                        88  FOLHA-13-SEGUNDA    VALUE 'S'.
                        88  FOLHA-FERIAS        VALUE 'F'.
                        88  FOLHA-RESCISAO      VALUE 'R'.
                    02  W-DESCRICAO-CREDITO     PIC X(20) VALUE "CREDITO SALARIO".
                    02  W-REF-FOLHA             VALUE ZEROS.
                        03  W-REF-FOLHA-ANO     PIC 9(4).
                        03  W-REF-FOLHA-MES     PIC 9(2).
                    02  W-FOLHA-COM-REGISTRO    PIC X(1) VALUE 'N'.
                        88  FOLHA-TEM-REGISTRO  VALUE 'S'.

                01 APURACAO-VARIABLES.
                    02  W-MOTIVO-REJEITO        PIC X(2).
                    02  W-JA-CREDITADO          PIC X(1) VALUE 'N'.
                    02  W-QTDE-CREDITADOS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-REJEITADOS       PIC 9(8) VALUE ZEROS.
                    02  W-TOT-CREDITADO         PIC 9(10)V99 VALUE ZEROS.
                    02  W-QTDE-CONSIG-BAIXADAS  PIC 9(8) VALUE ZEROS.
                    02  W-TOT-CONSIG-DESCONTADO PIC 9(10)V99 VALUE ZEROS.
                    02  W-TOT-CONSIG-RESIDUO    PIC 9(10)V99 VALUE ZEROS.
                    02  W-EMPRESTIMO-ABERTO     PIC X(1) VALUE 'N'.
                        88  EMPRESTIMO-ABERTO   VALUE 'S'.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-PARAMETRO-ARQUIVO.
                PERFORM LE-TIPO-FOLHA.
                IF FOLHA-MENSAL
                    STRING "ARQ-SALARIO-" DELIMITED BY SIZE
                           YEARS  DELIMITED BY SIZE
                           MONTHS DELIMITED BY SIZE
                           DAYS   DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                        INTO WS-REL-FILENAME
                ELSE
                    STRING "ARQ-SALARIO-" DELIMITED BY SIZE
                           W-TIPO-FOLHA DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           YEARS  DELIMITED BY SIZE
                           MONTHS DELIMITED BY SIZE
                           DAYS   DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                        INTO WS-REL-FILENAME
                END-IF.
                PERFORM LE-CHECKPOINT.
                PERFORM CARREGA-FUNC-CONTA.
                IF W-QTDE-FUNC EQUAL ZEROS
                PERFORM MARCA-JANELA-BATCH.
                PERFORM PROCESSA-FOLHA UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                IF FOLHA-MENSAL
                    PERFORM BAIXA-CONSIGNADOS
                END-IF.
                PERFORM IMPRIME-TOTAIS.
                IF FOLHA-MENSAL
                    PERFORM IMPRIME-TOTAIS-CONSIGNADO
                END-IF.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                IF FOLHA-RESCISAO
                    PERFORM ESVAZIA-RESCISOES
                END-IF.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "CREDITO DE SALARIOS CONCLUIDO (" W-DESCRICAO-CREDITO
                    "). CREDITADOS: " W-QTDE-CREDITADOS
                    " REJEITADOS: " W-QTDE-REJEITADOS.
                STOP RUN.

           *> SEM PARAMETRO, A FOLHA; RESCISAO TROCA A ENTRADA PELO
           *> ARQUIVO DAS RESCISOES; QUALQUER OUTRO VALOR E RECUSADO
           LE-PARAMETRO-ARQUIVO.
                ACCEPT W-PARM-EXECUCAO FROM COMMAND-LINE.
                IF W-PARM-EXECUCAO EQUAL "RESCISAO"
                    MOVE "PAYROLL-RESCISAO.DAT" TO W-DES-FILENAME
                ELSE
                    IF W-PARM-EXECUCAO NOT EQUAL SPACES
                        DISPLAY "PARAMETRO INVALIDO: " W-PARM-EXECUCAO
                        STOP RUN
                    END-IF
                END-IF.

           *> O TIPO DA FOLHA VEM DO PRIMEIRO REGISTRO (O DESCONTOS-FOLHA
           *> GRAVA UMA FOLHA DE CADA VEZ); FOLHA GRAVADA ANTES DO TIPO
           *> E MENSAL. CADA TIPO TEM A SUA DESCRIÇÂO NO EXTRATO. NO
           *> CREDITO DAS RESCISOES O TIPO VEM DO PARAMETRO, NÂO DO
           *> ARQUIVO, E SEM RESCISÂO A CREDITAR O JOB PARA AQUI
           LE-TIPO-FOLHA.
                MOVE 'M' TO W-TIPO-FOLHA.
                MOVE 'N' TO W-FOLHA-COM-REGISTRO.
                OPEN INPUT ARQ-DESCONTOS.
                IF ARQ-DES-OK EQUAL "00"
                    READ ARQ-DESCONTOS
                        AT END CONTINUE
                        NOT AT END
                            MOVE 'S' TO W-FOLHA-COM-REGISTRO
                            IF DES-TIPO-FOLHA NOT EQUAL SPACE
                                MOVE DES-TIPO-FOLHA TO W-TIPO-FOLHA
                            END-IF
                            IF DES-REFERENCIA NUMERIC
                                MOVE DES-REFERENCIA TO W-REF-FOLHA
                            END-IF
                    END-READ
                    CLOSE ARQ-DESCONTOS
                END-IF.
                IF W-PARM-EXECUCAO EQUAL "RESCISAO"
                    IF NOT FOLHA-TEM-REGISTRO
                        DISPLAY "SEM RESCISOES A CREDITAR"
                        STOP RUN
                    END-IF
                    MOVE 'R' TO W-TIPO-FOLHA
                ELSE
                    *> SEM O PARAMETRO O ARQUIVO E O DA FOLHA, NUNCA O DAS
                    *> RESCISOES, QUE SO O CREDITO DE RESCISÂO ESVAZIA
                    IF FOLHA-RESCISAO
                        MOVE 'M' TO W-TIPO-FOLHA
                    END-IF
                END-IF.
                EVALUATE TRUE
                    WHEN FOLHA-13-PRIMEIRA
                        MOVE "CREDITO 13 1A PARC" TO W-DESCRICAO-CREDITO
                    WHEN FOLHA-13-SEGUNDA
                        MOVE "CREDITO 13 2A PARC" TO W-DESCRICAO-CREDITO
                    WHEN FOLHA-FERIAS
                        MOVE "CREDITO FERIAS" TO W-DESCRICAO-CREDITO
                    WHEN FOLHA-RESCISAO
                        MOVE "CREDITO RESCISAO" TO W-DESCRICAO-CREDITO
                    WHEN OTHER
                        MOVE 'M' TO W-TIPO-FOLHA
                        MOVE "CREDITO SALARIO" TO W-DESCRICAO-CREDITO
                END-EVALUATE.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR E FOR DE HOJE E DO
           *> MESMO TIPO DE FOLHA, PARA SABER DE QUAL MATRICULA RETOMAR;
           *> CHECKPOINT DE OUTRO DIA OU DE OUTRA FOLHA E EXECUÇÂO JA
           *> CONCLUIDA E NÂO TRAVA A PROXIMA FOLHA
           LE-CHECKPOINT.
                MOVE ZEROS TO W-ULTIMA-MATRICULA.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                        NOT AT END
                            IF CKS-DATA-ANO EQUAL YEARS AND
                               CKS-DATA-MES EQUAL MONTHS AND
                               CKS-DATA-DIA EQUAL DAYS AND
                               CKS-TIPO-FOLHA EQUAL W-TIPO-FOLHA
                                MOVE CKS-ULTIMA-MATRICULA TO W-ULTIMA-MATRICULA
                                MOVE CKS-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                                MOVE 'S' TO WS-CONTINUACAO
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN I-O ARQ-EMPRESTIMO.
                IF ARQ-EMP-OK EQUAL ZEROS
                    MOVE 'S' TO W-EMPRESTIMO-ABERTO
                END-IF.
                OPEN INPUT ARQ-DESCONTOS.
                IF ARQ-DES-OK NOT EQUAL "00"
                    DISPLAY W-DES-FILENAME " NAO ENCONTRADO"
                    PERFORM CLOSE-FILES
                    STOP RUN
                END-IF.
                    PERFORM LANCA-CREDITO
                END-IF.

           *> UM 'SL' COM A DESCRIÇÂO DESTE TIPO DE FOLHA JA LANÇADO NO
           *> MES DA EXECUÇÂO SIGNIFICA QUE ESTA FOLHA JA FOI PAGA NESTA
           *> CONTA (RESTART OU REEXECUÇÂO ACIDENTAL); O 13O OU AS FERIAS
           *> NO MESMO MES DO SALARIO NÂO SÂO CONFUNDIDOS COM ELE
           VERIFICA-JA-CREDITADO.
                MOVE 'N' TO W-JA-CREDITADO.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-SALARIO AND
                                   EXT-DESCRICAO EQUAL W-DESCRICAO-CREDITO AND
                                   EXT-DATA-ANO EQUAL YEARS AND
                                   EXT-DATA-MES EQUAL MONTHS
                                    MOVE 'S' TO W-JA-CREDITADO
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW TO EXT-HORA.
                MOVE ZEROS TO EXT-OPERADOR.
                MOVE W-DESCRICAO-CREDITO TO EXT-DESCRICAO.
                MOVE 93 TO EXT-CATEGORIA.

           *> ESPELHA O MOVIMENTO RECEM-GRAVADO NO ARQUIVO DE MOVIMENTOS
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> BAIXA DAS PARCELAS DE CONSIGNADO DESCONTADAS NA FOLHA: A
           *> PARCELA CONTA COMO PAGA MESMO QUANDO A MARGEM COBRIU SO UMA
           *> PARTE — O RESTO VAI PARA EMP-RESIDUO-FOLHA E O JOB DE
           *> COBRANÇA O DEBITA EM CONTA. O CONTRATO SO E QUITADO SEM
           *> RESIDUO PENDENTE. CONTRATO JA BAIXADO NO MES (RESTART) E
           *> PULADO; A VARREDURA E SEMPRE COMPLETA, POIS E IDEMPOTENTE
           BAIXA-CONSIGNADOS.
                IF W-REF-FOLHA EQUAL ZEROS
                    MOVE YEARS TO W-REF-FOLHA-ANO
                    MOVE MONTHS TO W-REF-FOLHA-MES
                END-IF.
                OPEN INPUT ARQ-CONSIGNADO.
                IF ARQ-CSG-OK EQUAL "00"
                    IF EMPRESTIMO-ABERTO
                        PERFORM UNTIL ARQ-CSG-OK EQUAL "10"
                            READ ARQ-CONSIGNADO
                                AT END MOVE "10" TO ARQ-CSG-OK
                                NOT AT END PERFORM BAIXA-PARCELA-CONSIGNADO
                            END-READ
                        END-PERFORM
                    ELSE
                        DISPLAY "ARQ-EMPRESTIMO.DAT AUSENTE, CONSIGNADOS NAO BAIXADOS"
                    END-IF
                    CLOSE ARQ-CONSIGNADO
                END-IF.

           BAIXA-PARCELA-CONSIGNADO.
                MOVE CSG-COD-CONTA TO EMP-COD-CONTA.
                MOVE CSG-SEQUENCIA TO EMP-SEQUENCIA.
                READ ARQ-EMPRESTIMO
                    INVALID KEY
                        DISPLAY "CONTRATO CONSIGNADO INEXISTENTE " CSG-COD-CONTA "/" CSG-SEQUENCIA
                    NOT INVALID KEY
                        IF NOT (EMP-COBR-ANO EQUAL W-REF-FOLHA-ANO AND
                                EMP-COBR-MES EQUAL W-REF-FOLHA-MES)
                            ADD 1 TO EMP-PARCELAS-PAGAS
                            ADD CSG-RESIDUO TO EMP-RESIDUO-FOLHA
                            MOVE W-REF-FOLHA-ANO TO EMP-COBR-ANO
                            MOVE W-REF-FOLHA-MES TO EMP-COBR-MES
                            MOVE 01 TO EMP-COBR-DIA
                            IF EMP-PARCELAS-PAGAS NOT < EMP-QTDE-PARCELAS AND
                               EMP-RESIDUO-FOLHA EQUAL ZEROS
                                MOVE 'Q' TO EMP-STATUS
                            END-IF
                            REWRITE REG-EMPRESTIMO
                                INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTRATO " EMP-CHAVE
                            END-REWRITE
                            ADD 1 TO W-QTDE-CONSIG-BAIXADAS
                            ADD CSG-DESCONTADO TO W-TOT-CONSIG-DESCONTADO
                            ADD CSG-RESIDUO TO W-TOT-CONSIG-RESIDUO
                            PERFORM GRAVA-LINHA-CONSIGNADO
                        END-IF
                END-READ.

           GRAVA-LINHA-CONSIGNADO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE CSG-DESCONTADO TO M-VALOR.
                STRING "CONSIGNADO " DELIMITED BY SIZE
                       CSG-COD-CONTA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CSG-SEQUENCIA DELIMITED BY SIZE
                       " MATRICULA " DELIMITED BY SIZE
                       CSG-MATRICULA DELIMITED BY SIZE
                       " DESCONTADO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                MOVE CSG-RESIDUO TO M-VALOR.
                STRING " RESIDUO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO (70:24).
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOT-CREDITADO TO M-VALOR.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           IMPRIME-TOTAIS-CONSIGNADO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOT-CONSIG-DESCONTADO TO M-VALOR.
                STRING "CONSIGNADO: PARCELAS BAIXADAS " DELIMITED BY SIZE
                       W-QTDE-CONSIG-BAIXADAS DELIMITED BY SIZE
                       " DESCONTADO EM FOLHA " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                MOVE W-TOT-CONSIG-RESIDUO TO M-VALOR.
                STRING " RESIDUO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO (76:25).
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> GRAVA A ULTIMA MATRICULA PROCESSADA PARA PERMITIR RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMA-MATRICULA TO CKS-ULTIMA-MATRICULA.
                MOVE W-QTDE-PROCESSADA TO CKS-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKS-DATA.
                MOVE W-TIPO-FOLHA TO CKS-TIPO-FOLHA.
                WRITE REG-CKPT-SALARIO.
                CLOSE ARQ-CHECKPOINT.

           *> AS RESCISOES CREDITADAS SAEM DO ARQUIVO, PARA A PROXIMA
           *> EXECUÇÂO DO RESCISAO-FOLHA NÂO AS ACUMULAR DE NOVO
            ESVAZIA-RESCISOES.
                OPEN OUTPUT ARQ-DESCONTOS.
                CLOSE ARQ-DESCONTOS.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                IF EMPRESTIMO-ABERTO
                    CLOSE ARQ-EMPRESTIMO
                END-IF.
                CLOSE ARQ-DESCONTOS.
                CLOSE ARQ-REJEITOS.
                CLOSE ARQ-RELATORIO.
