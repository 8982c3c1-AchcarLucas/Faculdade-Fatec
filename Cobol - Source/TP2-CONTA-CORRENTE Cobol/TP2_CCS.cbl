       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CCS.

      *> JOB MENSAL DE COMPLIANCE: REMESSA AO CADASTRO DE CLIENTES DO
      *> SISTEMA FINANCEIRO (CCS) DO BANCO CENTRAL. COMPARA ARQ-BANCO,
      *> EM ORDEM DE CONTA, COM A FOTOGRAFIA DA ULTIMA REMESSA ACEITA
      *> (ARQ-CCS-SNAPSHOT.DAT) E GERA UM EVENTO POR TITULAR PARA CADA
      *> INICIO OU FIM DE RELACIONAMENTO: ABERTURA ('I'), ENCERRAMENTO
      *> (W-STATUS 'F', 'E'), REABERTURA ('I'), TROCA DO TITULAR OU DO
      *> SEGUNDO TITULAR (CPF2) OU DE AGENCIA ('E' DO ANTIGO, 'I' DO
      *> NOVO) E CONTA QUE SAIU DO ONLINE AINDA ATIVA NA FOTOGRAFIA
      *> ('E'). CONTA DESCARREGADA PELO CONTA-OFFLOAD JA ESTAVA
      *> ENCERRADA E SAI SO NO RELATORIO. GRAVA O ARQUIVO NO LAYOUT DO
      *> REGULADOR (HEADER 00, DETALHE 01 POR EVENTO, TRAILER 99 COM
      *> CONTAGEM E HASH DAS INSCRIÇÔES), O RELATORIO DE CONFERENCIA E
      *> A FOTOGRAFIA NOVA (ARQ-CCS-SNAPSHOT-NOVO.DAT), QUE SO VIRA A
      *> VIGENTE QUANDO O CONTA-CCS-RETORNO PROCESSA O RECIBO DE
      *> ACEITE: UMA REMESSA REJEITADA E GERADA DE NOVO CONTRA A MESMA
      *> FOTOGRAFIA. SEM FOTOGRAFIA (PRIMEIRA EXECUÇÂO) TODA CONTA
      *> ATIVA SAI COMO INCLUSÂO (CARGA INICIAL). A COMPARAÇÂO E REFEITA
      *> INTEIRA A CADA EXECUÇÂO, ENTÂO NÂO HA CHECKPOINT: RERODAR NO
      *> MESMO DIA PRODUZ O MESMO CONTEUDO.

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
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-HIST-IDX ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS HIX-COD-CONTA
                       FILE STATUS ARQ-HIX-OK.

                   SELECT ARQ-CCS-SNAPSHOT ASSIGN TO "ARQ-CCS-SNAPSHOT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SNP-OK.

                   SELECT ARQ-CCS-SNAPSHOT-NOVO ASSIGN TO "ARQ-CCS-SNAPSHOT-NOVO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SNN-OK.

                   SELECT ARQ-CCS-CONTROLE ASSIGN TO "ARQ-CCS-CONTROLE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CTL-OK.

                   SELECT ARQ-CCS ASSIGN TO WS-CCS-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CCS-OK.

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
               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-HIST-IDX LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CONTA-HIST-IDX.DAT".

               COPY HISTIDX.

               FD ARQ-CCS-SNAPSHOT LABEL RECORDS STANDARD.

               COPY CCSSNAP.

      *> FOTOGRAFIA NOVA, NO MESMO LAYOUT DE CCSSNAP (MONTADA EM
      *> W-SNAPSHOT-NOVO)
               FD ARQ-CCS-SNAPSHOT-NOVO LABEL RECORDS STANDARD.

               01  REG-SNAPSHOT-NOVO           PIC X(58).

               FD ARQ-CCS-CONTROLE LABEL RECORDS STANDARD.

               COPY CCSCTRL.

      *> ARQUIVO DO CCS NO LAYOUT DO REGULADOR: HEADER (00) COM A
      *> COMPETENCIA E A DATA DA FOTOGRAFIA DE REFERENCIA, UM DETALHE
      *> (01) POR EVENTO DE TITULAR ('I' INICIO, 'E' FIM DO
      *> RELACIONAMENTO; VINCULO 'T' TITULAR, 'S' SEGUNDO TITULAR),
      *> TRAILER (99) COM AS CONTAGENS E O HASH (SOMA DAS INSCRIÇÔES)
               FD ARQ-CCS LABEL RECORDS STANDARD.

               01  REG-CCS-HEADER.
                   02  CCH-TIPO             PIC X(2).
                   02  CCH-COMPETENCIA      PIC 9(6).
                   02  CCH-DATA-GERACAO     PIC 9(8).
                   02  CCH-DATA-REFERENCIA  PIC 9(8).
                   02  FILLER               PIC X(24).

               01  REG-CCS-DETALHE.
                   02  CCD-TIPO             PIC X(2).
                   02  CCD-MOVIMENTO        PIC X(1).
                   02  CCD-TIPO-INSCRICAO   PIC 9(1).
                   02  CCD-INSCRICAO        PIC 9(14).
                   02  CCD-VINCULO          PIC X(1).
                   02  CCD-COD-AGENCIA      PIC 9(4).
                   02  CCD-COD-CONTA        PIC 9(7).
                   02  CCD-DV               PIC 9(1).
                   02  CCD-DATA             PIC 9(8).
                   02  FILLER               PIC X(9).

               01  REG-CCS-TRAILER.
                   02  CCT-TIPO             PIC X(2).
                   02  CCT-QTDE             PIC 9(6).
                   02  CCT-QTDE-INCLUSOES   PIC 9(6).
                   02  CCT-QTDE-EXCLUSOES   PIC 9(6).
                   02  CCT-HASH             PIC 9(18).
                   02  FILLER               PIC X(10).

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
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-HIX-OK          PIC 9(2).
                    02  ARQ-SNP-OK          PIC X(2).
                    02  ARQ-SNN-OK          PIC X(2).
                    02  ARQ-CTL-OK          PIC X(2).
                    02  ARQ-CCS-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-CCS-FILENAME              PIC X(40).

                01 PERIODO-VARIABLES.
                    *> COMPETENCIA: O MES ANTERIOR AO DA EXECUÇÂO
                    02  W-PERIODO-ANO           PIC 9(4).
                    02  W-PERIODO-MES           PIC 9(2).
                    02  W-COMPETENCIA           PIC 9(6).
                    02  W-DATA-HOJE-NUM         PIC 9(8).

                *> CHAVES DO BALANCE-LINE: 99999999 MARCA O FIM DO ARQUIVO;
                *> A PRIMEIRA LEITURA DE LE-BANCO DEPENDE DA CHAVE PARTIR
                *> ZERADA
                01 COMPARA-VARIABLES.
                    02  W-CHAVE-BANCO           PIC 9(8) VALUE ZEROS.
                    02  W-CHAVE-SNAP            PIC 9(8) VALUE ZEROS.
                        88  FIM-DOS-DOIS        VALUE 99999999.
                    02  W-FIM-CHAVE             PIC 9(8) VALUE 99999999.
                    02  W-CARGA                 PIC X(1) VALUE 'N'.
                        88  CARGA-INICIAL       VALUE 'S'.
                    02  W-DATA-ABERTURA-NUM     PIC 9(8).
                    02  W-DATA-MODIF-NUM        PIC 9(8).
                    *> FOTOGRAFIA VIGENTE SEGUNDO O CONTROLE
                    02  W-COMPETENCIA-SNAPSHOT  PIC 9(6) VALUE ZEROS.
                    02  W-DATA-SNAPSHOT         PIC 9(8) VALUE ZEROS.

                *> TITULARES DA CONTA DO EVENTO (DO ONLINE OU DA
                *> FOTOGRAFIA) E O EVENTO DE UM TITULAR
                01 EVENTO-VARIABLES.
                    02  W-EVT-COD-AGENCIA       PIC 9(4).
                    02  W-EVT-COD-CONTA         PIC 9(7).
                    02  W-EVT-DV                PIC 9(1).
                    02  W-EVT-TIPO-TITULAR      PIC X(1).
                        88  EVT-TITULAR-PJ      VALUE 'J'.
                    02  W-EVT-CPF               PIC 9(11).
                    02  W-EVT-CPF2              PIC 9(11).
                    02  W-EVT-CNPJ              PIC 9(14).
                    02  W-EVT-MOVIMENTO         PIC X(1).
                        88  EVT-INCLUSAO        VALUE 'I'.
                    02  W-EVT-DATA              PIC 9(8).
                    02  W-EVT-TIPO-INSCRICAO    PIC 9(1).
                    02  W-EVT-INSCRICAO         PIC 9(14).
                    02  W-EVT-VINCULO           PIC X(1).
                    02  W-EVT-MOTIVO            PIC X(24).

                01 W-SNAPSHOT-NOVO.
                    02  SNN-COD-CONTA           PIC 9(7).
                    02  SNN-COD-AGENCIA         PIC 9(4).
                    02  SNN-DV                  PIC 9(1).
                    02  SNN-STATUS              PIC X(01).
                    02  SNN-TIPO-TITULAR        PIC X(01).
                    02  SNN-CPF                 PIC 9(11).
                    02  SNN-CPF2                PIC 9(11).
                    02  SNN-CNPJ                PIC 9(14).
                    02  SNN-DT-ABERTURA         PIC 9(8).

                01 WS-CONTROLE.
                    02  W-QTDE-CONTAS           PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-EVENTOS          PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-INCLUSOES        PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-EXCLUSOES        PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-DESCARREGADAS    PIC 9(6) VALUE ZEROS.
                    02  W-CCS-HASH              PIC 9(18) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                STRING "ARQ-CCS-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM CALCULA-PERIODO.
                STRING "ARQ-CCS-" DELIMITED BY SIZE
                       W-PERIODO-ANO DELIMITED BY SIZE
                       W-PERIODO-MES DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-CCS-FILENAME.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM LE-CONTROLE.
                *> COMPETENCIA JA ACEITA: A FOTOGRAFIA VIGENTE JA A
                *> CONTEM, GERAR DE NOVO SO PRODUZIRIA UMA REMESSA VAZIA
                IF W-COMPETENCIA-SNAPSHOT EQUAL W-COMPETENCIA
                    DISPLAY "COMPETENCIA " W-COMPETENCIA " JA ACEITA PELO BANCO CENTRAL, NADA A GERAR"
                    MOVE 'F' TO W-JLG-EVENTO
                    PERFORM GRAVA-JOBLOG
                    STOP RUN
                END-IF.
                PERFORM OPEN-FILES.
                PERFORM LE-BANCO.
                PERFORM LE-SNAPSHOT.
                PERFORM COMPARA-CONTAS
                    UNTIL W-CHAVE-BANCO EQUAL W-FIM-CHAVE AND FIM-DOS-DOIS.
                PERFORM GRAVA-TRAILER-CCS.
                PERFORM IMPRIME-TOTAIS.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CONTROLE.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-CONTAS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "REMESSA DO CCS GERADA. INCLUSOES: " W-QTDE-INCLUSOES
                        " EXCLUSOES: " W-QTDE-EXCLUSOES.
                STOP RUN.

           *> A COMPETENCIA E SEMPRE O MES ANTERIOR AO DA EXECUÇÂO
           CALCULA-PERIODO.
                IF MONTHS EQUAL 01
                    MOVE 12 TO W-PERIODO-MES
                    SUBTRACT 1 FROM YEARS GIVING W-PERIODO-ANO
                ELSE
                    SUBTRACT 1 FROM MONTHS GIVING W-PERIODO-MES
                    MOVE YEARS TO W-PERIODO-ANO
                END-IF.
                COMPUTE W-COMPETENCIA = W-PERIODO-ANO * 100 + W-PERIODO-MES.

           *> SEM O CONTROLE (OU COM A FOTOGRAFIA ZERADA) E A CARGA
           *> INICIAL: TUDO QUE ESTA ATIVO NO ONLINE E INCLUSÂO
           LE-CONTROLE.
                OPEN INPUT ARQ-CCS-CONTROLE.
                IF ARQ-CTL-OK EQUAL "00"
                    READ ARQ-CCS-CONTROLE
                        NOT AT END
                            MOVE CTL-COMPETENCIA-SNAPSHOT TO W-COMPETENCIA-SNAPSHOT
                            MOVE CTL-DATA-SNAPSHOT TO W-DATA-SNAPSHOT
                    END-READ
                    CLOSE ARQ-CCS-CONTROLE
                END-IF.
                IF W-DATA-SNAPSHOT EQUAL ZEROS
                    MOVE 'S' TO W-CARGA
                    DISPLAY "SEM FOTOGRAFIA ACEITA: CARGA INICIAL DO CCS"
                END-IF.

            OPEN-FILES.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-HIST-IDX.
                MOVE W-FIM-CHAVE TO W-CHAVE-SNAP.
                IF NOT CARGA-INICIAL
                    OPEN INPUT ARQ-CCS-SNAPSHOT
                    IF ARQ-SNP-OK NOT EQUAL "00"
                        DISPLAY "ARQ-CCS-SNAPSHOT.DAT AUSENTE COM O CONTROLE APONTANDO FOTOGRAFIA DE " W-DATA-SNAPSHOT
                        DISPLAY "RESTAURE A FOTOGRAFIA OU ZERE ARQ-CCS-CONTROLE.DAT PARA CARGA INICIAL"
                        MOVE 'F' TO W-JLG-EVENTO
                        PERFORM GRAVA-JOBLOG
                        STOP RUN
                    END-IF
                END-IF.
                OPEN OUTPUT ARQ-CCS-SNAPSHOT-NOVO.
                OPEN OUTPUT ARQ-CCS.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM IMPRIME-CABECALHO.
                MOVE "00" TO CCH-TIPO.
                MOVE W-COMPETENCIA TO CCH-COMPETENCIA.
                MOVE W-DATA-HOJE-NUM TO CCH-DATA-GERACAO.
                MOVE W-DATA-SNAPSHOT TO CCH-DATA-REFERENCIA.
                WRITE REG-CCS-HEADER.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE W-FIM-CHAVE TO W-CHAVE-BANCO
                END-START.

            LE-BANCO.
                IF W-CHAVE-BANCO NOT EQUAL W-FIM-CHAVE
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE W-FIM-CHAVE TO W-CHAVE-BANCO
                        NOT AT END MOVE COD-CONTA TO W-CHAVE-BANCO
                    END-READ
                END-IF.

            LE-SNAPSHOT.
                IF NOT CARGA-INICIAL
                    READ ARQ-CCS-SNAPSHOT
                        AT END MOVE W-FIM-CHAVE TO W-CHAVE-SNAP
                        NOT AT END MOVE SNP-COD-CONTA TO W-CHAVE-SNAP
                    END-READ
                END-IF.

           *> BALANCE-LINE ENTRE O ONLINE E A FOTOGRAFIA, OS DOIS EM
           *> ORDEM DE CONTA
           COMPARA-CONTAS.
                EVALUATE TRUE
                    WHEN W-CHAVE-BANCO < W-CHAVE-SNAP
                        PERFORM CONTA-NOVA
                        PERFORM GRAVA-SNAPSHOT-NOVO
                        PERFORM LE-BANCO
                    WHEN W-CHAVE-BANCO > W-CHAVE-SNAP
                        PERFORM CONTA-SAIU
                        PERFORM LE-SNAPSHOT
                    WHEN OTHER
                        PERFORM CONTA-EXISTENTE
                        PERFORM GRAVA-SNAPSHOT-NOVO
                        PERFORM LE-BANCO
                        PERFORM LE-SNAPSHOT
                END-EVALUATE.

           *> CONTA QUE NÂO ESTAVA NA FOTOGRAFIA: ATIVA E ABERTURA;
           *> ENCERRADA, SO CONTA SE FOI ABERTA DEPOIS DA FOTOGRAFIA
           *> (ABRIU E FECHOU NO PERIODO) — ANTES DISSO E CONTA DEVOLVIDA
           *> DO HISTORICO PELO CONTA-RESTAURA-CONTA, SEM RELACIONAMENTO
           *> NOVO
           CONTA-NOVA.
                ADD 1 TO W-QTDE-CONTAS.
                PERFORM CARREGA-TITULARES-BANCO.
                COMPUTE W-DATA-ABERTURA-NUM = DT-ABERTURA-ANO * 10000
                    + DT-ABERTURA-MES * 100 + DT-ABERTURA-DIA.
                COMPUTE W-DATA-MODIF-NUM = DT-ULT-MODIF-ANO * 10000
                    + DT-ULT-MODIF-MES * 100 + DT-ULT-MODIF-DIA.
                IF NOT CONTA-FECHADA
                    MOVE 'I' TO W-EVT-MOVIMENTO
                    MOVE W-DATA-ABERTURA-NUM TO W-EVT-DATA
                    IF CARGA-INICIAL
                        MOVE "CARGA INICIAL" TO W-EVT-MOTIVO
                    ELSE
                        MOVE "ABERTURA" TO W-EVT-MOTIVO
                    END-IF
                    PERFORM GRAVA-EVENTO-CONTA
                ELSE
                  IF NOT CARGA-INICIAL AND
                     W-DATA-ABERTURA-NUM > W-DATA-SNAPSHOT
                    MOVE 'I' TO W-EVT-MOVIMENTO
                    MOVE W-DATA-ABERTURA-NUM TO W-EVT-DATA
                    MOVE "ABERTURA" TO W-EVT-MOTIVO
                    PERFORM GRAVA-EVENTO-CONTA
                    MOVE 'E' TO W-EVT-MOVIMENTO
                    MOVE W-DATA-MODIF-NUM TO W-EVT-DATA
                    MOVE "ENCERRAMENTO" TO W-EVT-MOTIVO
                    PERFORM GRAVA-EVENTO-CONTA
                  END-IF
                END-IF.

           *> CONTA DA FOTOGRAFIA QUE NÂO ESTA MAIS NO ONLINE: NO INDICE
           *> DO HISTORICO FOI DESCARREGADA PELO CONTA-OFFLOAD. SE AINDA
           *> ESTAVA ATIVA NA FOTOGRAFIA, O RELACIONAMENTO TERMINA HOJE
           CONTA-SAIU.
                PERFORM CARREGA-TITULARES-SNAPSHOT.
                MOVE SNP-COD-CONTA TO HIX-COD-CONTA.
                READ ARQ-HIST-IDX
                    INVALID KEY MOVE "SAIU DO CADASTRO" TO W-EVT-MOTIVO
                    NOT INVALID KEY MOVE "DESCARREGADA (OFFLOAD)" TO W-EVT-MOTIVO
                END-READ.
                IF NOT SNP-ENCERRADA
                    MOVE 'E' TO W-EVT-MOVIMENTO
                    MOVE W-DATA-HOJE-NUM TO W-EVT-DATA
                    PERFORM GRAVA-EVENTO-CONTA
                ELSE
                    ADD 1 TO W-QTDE-DESCARREGADAS
                    MOVE SPACES TO REG-RELATORIO
                    STRING "CONTA " DELIMITED BY SIZE
                           SNP-COD-CONTA DELIMITED BY SIZE
                           " AG " DELIMITED BY SIZE
                           SNP-COD-AGENCIA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           W-EVT-MOTIVO DELIMITED BY SIZE
                           " - JA ENCERRADA, SEM EVENTO" DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                END-IF.

           *> CONTA NOS DOIS LADOS: ENCERRAMENTO, REABERTURA OU, ATIVA
           *> NOS DOIS, TROCA DE TITULAR OU DE AGENCIA
           CONTA-EXISTENTE.
                ADD 1 TO W-QTDE-CONTAS.
                COMPUTE W-DATA-MODIF-NUM = DT-ULT-MODIF-ANO * 10000
                    + DT-ULT-MODIF-MES * 100 + DT-ULT-MODIF-DIA.
                MOVE W-DATA-MODIF-NUM TO W-EVT-DATA.
                EVALUATE TRUE
                    WHEN CONTA-FECHADA AND NOT SNP-ENCERRADA
                        PERFORM CARREGA-TITULARES-SNAPSHOT
                        MOVE 'E' TO W-EVT-MOVIMENTO
                        MOVE "ENCERRAMENTO" TO W-EVT-MOTIVO
                        PERFORM GRAVA-EVENTO-CONTA
                    WHEN NOT CONTA-FECHADA AND SNP-ENCERRADA
                        PERFORM CARREGA-TITULARES-BANCO
                        MOVE 'I' TO W-EVT-MOVIMENTO
                        MOVE "REABERTURA" TO W-EVT-MOTIVO
                        PERFORM GRAVA-EVENTO-CONTA
                    WHEN NOT CONTA-FECHADA AND NOT SNP-ENCERRADA
                        PERFORM COMPARA-TITULARES
                END-EVALUATE.

           *> MUDOU O TIPO DE TITULAR, O CNPJ OU A AGENCIA: TODO O
           *> VINCULO ANTIGO TERMINA E O NOVO COMEÇA. SENÂO, CADA CPF
           *> TROCADO (TITULAR OU SEGUNDO TITULAR) GERA O FIM DO ANTIGO E
           *> O INICIO DO NOVO; SEGUNDO TITULAR ZERADO NÂO GERA EVENTO
           COMPARA-TITULARES.
                IF (TITULAR-PJ AND NOT SNP-TITULAR-PJ) OR
                   (SNP-TITULAR-PJ AND NOT TITULAR-PJ) OR
                   CNPJ NOT EQUAL SNP-CNPJ OR
                   COD-AGENCIA NOT EQUAL SNP-COD-AGENCIA
                    IF COD-AGENCIA NOT EQUAL SNP-COD-AGENCIA
                        MOVE "TROCA DE AGENCIA" TO W-EVT-MOTIVO
                    ELSE
                        MOVE "TROCA DE TITULAR" TO W-EVT-MOTIVO
                    END-IF
                    PERFORM CARREGA-TITULARES-SNAPSHOT
                    MOVE 'E' TO W-EVT-MOVIMENTO
                    PERFORM GRAVA-EVENTO-CONTA
                    PERFORM CARREGA-TITULARES-BANCO
                    MOVE 'I' TO W-EVT-MOVIMENTO
                    PERFORM GRAVA-EVENTO-CONTA
                ELSE
                  IF NOT TITULAR-PJ
                    PERFORM CARREGA-TITULARES-BANCO
                    MOVE 1 TO W-EVT-TIPO-INSCRICAO
                    IF CPF NOT EQUAL SNP-CPF
                        MOVE "TROCA DE TITULAR" TO W-EVT-MOTIVO
                        MOVE 'T' TO W-EVT-VINCULO
                        MOVE 'E' TO W-EVT-MOVIMENTO
                        MOVE SNP-CPF TO W-EVT-INSCRICAO
                        PERFORM GRAVA-DETALHE-CCS
                        MOVE 'I' TO W-EVT-MOVIMENTO
                        MOVE CPF TO W-EVT-INSCRICAO
                        PERFORM GRAVA-DETALHE-CCS
                    END-IF
                    IF CPF2 NOT EQUAL SNP-CPF2
                        MOVE "TROCA DE SEGUNDO TITULAR" TO W-EVT-MOTIVO
                        MOVE 'S' TO W-EVT-VINCULO
                        MOVE 'E' TO W-EVT-MOVIMENTO
                        MOVE SNP-CPF2 TO W-EVT-INSCRICAO
                        PERFORM GRAVA-DETALHE-CCS
                        MOVE 'I' TO W-EVT-MOVIMENTO
                        MOVE CPF2 TO W-EVT-INSCRICAO
                        PERFORM GRAVA-DETALHE-CCS
                    END-IF
                  END-IF
                END-IF.

            CARREGA-TITULARES-BANCO.
                MOVE COD-AGENCIA TO W-EVT-COD-AGENCIA.
                MOVE COD-CONTA TO W-EVT-COD-CONTA.
                MOVE W-DV TO W-EVT-DV.
                MOVE W-TIPO-TITULAR TO W-EVT-TIPO-TITULAR.
                MOVE CPF TO W-EVT-CPF.
                MOVE CPF2 TO W-EVT-CPF2.
                MOVE CNPJ TO W-EVT-CNPJ.

            CARREGA-TITULARES-SNAPSHOT.
                MOVE SNP-COD-AGENCIA TO W-EVT-COD-AGENCIA.
                MOVE SNP-COD-CONTA TO W-EVT-COD-CONTA.
                MOVE SNP-DV TO W-EVT-DV.
                MOVE SNP-TIPO-TITULAR TO W-EVT-TIPO-TITULAR.
                MOVE SNP-CPF TO W-EVT-CPF.
                MOVE SNP-CPF2 TO W-EVT-CPF2.
                MOVE SNP-CNPJ TO W-EVT-CNPJ.

           *> UM DETALHE POR TITULAR DA CONTA: A EMPRESA PELO CNPJ OU O
           *> TITULAR E O SEGUNDO TITULAR PELO CPF
           GRAVA-EVENTO-CONTA.
                IF EVT-TITULAR-PJ
                    MOVE 2 TO W-EVT-TIPO-INSCRICAO
                    MOVE W-EVT-CNPJ TO W-EVT-INSCRICAO
                    MOVE 'T' TO W-EVT-VINCULO
                    PERFORM GRAVA-DETALHE-CCS
                ELSE
                    MOVE 1 TO W-EVT-TIPO-INSCRICAO
                    MOVE W-EVT-CPF TO W-EVT-INSCRICAO
                    MOVE 'T' TO W-EVT-VINCULO
                    PERFORM GRAVA-DETALHE-CCS
                    MOVE W-EVT-CPF2 TO W-EVT-INSCRICAO
                    MOVE 'S' TO W-EVT-VINCULO
                    PERFORM GRAVA-DETALHE-CCS
                END-IF.

           *> INSCRIÇÂO ZERADA (CONTA SEM SEGUNDO TITULAR) NÂO E EVENTO
           GRAVA-DETALHE-CCS.
                IF W-EVT-INSCRICAO NOT EQUAL ZEROS
                    MOVE "01" TO CCD-TIPO
                    MOVE W-EVT-MOVIMENTO TO CCD-MOVIMENTO
                    MOVE W-EVT-TIPO-INSCRICAO TO CCD-TIPO-INSCRICAO
                    MOVE W-EVT-INSCRICAO TO CCD-INSCRICAO
                    MOVE W-EVT-VINCULO TO CCD-VINCULO
                    MOVE W-EVT-COD-AGENCIA TO CCD-COD-AGENCIA
                    MOVE W-EVT-COD-CONTA TO CCD-COD-CONTA
                    MOVE W-EVT-DV TO CCD-DV
                    MOVE W-EVT-DATA TO CCD-DATA
                    WRITE REG-CCS-DETALHE
                    ADD 1 TO W-QTDE-EVENTOS
                    IF EVT-INCLUSAO
                        ADD 1 TO W-QTDE-INCLUSOES
                    ELSE
                        ADD 1 TO W-QTDE-EXCLUSOES
                    END-IF
                    ADD W-EVT-INSCRICAO TO W-CCS-HASH
                    PERFORM GRAVA-LINHA-EVENTO
                END-IF.

            GRAVA-LINHA-EVENTO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "CONTA " DELIMITED BY SIZE
                       W-EVT-COD-CONTA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       W-EVT-DV DELIMITED BY SIZE
                       " AG " DELIMITED BY SIZE
                       W-EVT-COD-AGENCIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-EVT-MOVIMENTO DELIMITED BY SIZE
                       " INSCRICAO " DELIMITED BY SIZE
                       W-EVT-TIPO-INSCRICAO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       W-EVT-INSCRICAO DELIMITED BY SIZE
                       " VINCULO " DELIMITED BY SIZE
                       W-EVT-VINCULO DELIMITED BY SIZE
                       " DATA " DELIMITED BY SIZE
                       W-EVT-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-EVT-MOTIVO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> TODA CONTA DO ONLINE, ATIVA OU ENCERRADA, ENTRA NA
           *> FOTOGRAFIA NOVA
           GRAVA-SNAPSHOT-NOVO.
                MOVE COD-CONTA TO SNN-COD-CONTA.
                MOVE COD-AGENCIA TO SNN-COD-AGENCIA.
                MOVE W-DV TO SNN-DV.
                MOVE W-STATUS TO SNN-STATUS.
                MOVE W-TIPO-TITULAR TO SNN-TIPO-TITULAR.
                MOVE CPF TO SNN-CPF.
                MOVE CPF2 TO SNN-CPF2.
                MOVE CNPJ TO SNN-CNPJ.
                COMPUTE SNN-DT-ABERTURA = DT-ABERTURA-ANO * 10000
                    + DT-ABERTURA-MES * 100 + DT-ABERTURA-DIA.
                MOVE W-SNAPSHOT-NOVO TO REG-SNAPSHOT-NOVO.
                WRITE REG-SNAPSHOT-NOVO.

            GRAVA-TRAILER-CCS.
                MOVE "99" TO CCT-TIPO.
                MOVE W-QTDE-EVENTOS TO CCT-QTDE.
                MOVE W-QTDE-INCLUSOES TO CCT-QTDE-INCLUSOES.
                MOVE W-QTDE-EXCLUSOES TO CCT-QTDE-EXCLUSOES.
                MOVE W-CCS-HASH TO CCT-HASH.
                WRITE REG-CCS-TRAILER.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "CCS - INICIOS E FINS DE RELACIONAMENTO - COMPETENCIA " DELIMITED BY SIZE
                       W-PERIODO-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       W-PERIODO-ANO DELIMITED BY SIZE
                       " - FOTOGRAFIA DE " DELIMITED BY SIZE
                       W-DATA-SNAPSHOT DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-CONTAS DELIMITED BY SIZE
                       " CONTAS, " DELIMITED BY SIZE
                       W-QTDE-INCLUSOES DELIMITED BY SIZE
                       " INCLUSOES, " DELIMITED BY SIZE
                       W-QTDE-EXCLUSOES DELIMITED BY SIZE
                       " EXCLUSOES, " DELIMITED BY SIZE
                       W-QTDE-DESCARREGADAS DELIMITED BY SIZE
                       " DESCARREGADAS JA ENCERRADAS" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE SPACES TO REG-RELATORIO.
                STRING "ARQUIVO " DELIMITED BY SIZE
                       WS-CCS-FILENAME DELIMITED BY SPACE
                       " REGISTROS " DELIMITED BY SIZE
                       W-QTDE-EVENTOS DELIMITED BY SIZE
                       " HASH " DELIMITED BY SIZE
                       W-CCS-HASH DELIMITED BY SIZE
                       " - AGUARDANDO RECIBO DO BANCO CENTRAL" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-HIST-IDX.
                IF NOT CARGA-INICIAL
                    CLOSE ARQ-CCS-SNAPSHOT
                END-IF.
                CLOSE ARQ-CCS-SNAPSHOT-NOVO.
                CLOSE ARQ-CCS.
                CLOSE ARQ-RELATORIO.

           *> A REMESSA FICA PENDENTE COM A CONTAGEM E O HASH DO TRAILER;
           *> A FOTOGRAFIA VIGENTE NÂO MUDA ATE O RECIBO
           GRAVA-CONTROLE.
                OPEN OUTPUT ARQ-CCS-CONTROLE.
                MOVE W-COMPETENCIA-SNAPSHOT TO CTL-COMPETENCIA-SNAPSHOT.
                MOVE W-DATA-SNAPSHOT TO CTL-DATA-SNAPSHOT.
                MOVE W-COMPETENCIA TO CTL-COMPETENCIA-REMESSA.
                MOVE W-DATA-HOJE-NUM TO CTL-DATA-GERACAO.
                MOVE W-QTDE-EVENTOS TO CTL-QTDE.
                MOVE W-CCS-HASH TO CTL-HASH.
                MOVE 'P' TO CTL-SITUACAO.
                WRITE REG-CCS-CONTROLE.
                CLOSE ARQ-CCS-CONTROLE.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-CCS" TO JLG-JOB.
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
                MOVE "CONTA-CCS" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-CCS.
