       PROGRAM-ID. PROGRAM2-ESTATISTICA AS "EX01_PROVAP1.PROGRAM2ESTAT".

      *> RELATORIO GERENCIAL MENSAL DE PREENCHIMENTO DE VAGAS E DE
      *> DISTANCIA SALARIAL: CRUZA VAGAS.DAT, COLOCACOES.DAT,
      *> CANDIDATOS.DAT E PROFISSOES.DAT E IMPRIME EM
      *> VAGAS-ESTATISTICA.DAT, POR PROFISSÂO E POR EMPRESA, OS DIAS DA
      *> ENTRADA DA VAGA ATE CADA COLOCAÇÂO (MEDIA E MAIOR), A TAXA DE
      *> PREENCHIMENTO (COLOCADAS SOBRE AS POSIÇÔES ANUNCIADAS) E AS
      *> VAGAS AINDA ABERTAS HA MAIS DIAS QUE O LIMITE INFORMADO NA
      *> EXECUÇÂO. POR PROFISSÂO COMPARA O SALARIO MEDIO OFERECIDO NAS
      *> VAGAS COM A PRETENSAO MEDIA DOS CANDIDATOS ELEGIVEIS E COM A
      *> FAIXA PROF-SAL-MIN/MAX, E DESTACA A PROFISSÂO EM QUE A MAIORIA
      *> DOS CANDIDATOS PEDE MAIS DO QUE AS EMPRESAS OFERECEM. NO FIM,
      *> A LISTA DAS VAGAS ABERTAS ALEM DO LIMITE. O RELATORIO E DO MES
      *> DE REFERENCIA INFORMADO NA EXECUÇÂO (AAMM, ZEROS = MES
      *> CORRENTE): ENTRAM AS VAGAS COM ENTRADA NAQUELE MES E AS
      *> COLOCAÇÔES FEITAS NELAS, EM QUALQUER DATA; VAGA SEM DATA DE
      *> ENTRADA (ANTERIOR AO CONTROLE) NÂO PERTENCE A MES NENHUM. AS
      *> VAGAS ATRASADAS SÂO TODAS AS AINDA ABERTAS ALEM DO LIMITE, DE
      *> QUALQUER MES DE ENTRADA, NA LISTA E NAS CONTAGENS POR
      *> PROFISSÂO E POR EMPRESA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-PROFISSOES ASSIGN TO "PROFISSOES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PROF-OK.

                   SELECT ARQ-CANDIDATOS ASSIGN TO "CANDIDATOS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAND-OK.

                   SELECT ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-VAGA-OK.

                   SELECT ARQ-COLOCACOES ASSIGN TO "COLOCACOES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-COL-OK.

                   SELECT ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO "VAGAS-ESTATISTICA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-PROFISSOES LABEL RECORDS STANDARD.

               01 REG-PROFISSAO.
                   02 PROF-COD            PIC 9(01).
                   02 PROF-DESC           PIC X(30).
                   02 PROF-SAL-MIN        PIC 9(06)V99.
                   02 PROF-SAL-MAX        PIC 9(06)V99.

               FD ARQ-CANDIDATOS LABEL RECORDS STANDARD.

               01 REG-CANDIDATO.
                   02 CAND-NOME           PIC X(30).
                   02 CAND-SEXO           PIC X(01).
                   02 CAND-SALARIO        PIC 9(06)V99.
                   02 CAND-IDADE          PIC 9(03).
                   02 CAND-COD            PIC 9(01).
                   02 CAND-ELEGIVEL       PIC X(01).
                   02 CAND-ID             PIC 9(05).
                   02 CAND-STATUS         PIC X(01).
                      88 CAND-COLOCADO      VALUE 'C'.
                      88 CAND-DESISTENTE    VALUE 'D'.

               FD ARQ-VAGAS LABEL RECORDS STANDARD.

               01 REG-VAGA.
                   02 VAGA-ID             PIC 9(04).
                   02 VAGA-COD            PIC 9(01).
                   02 VAGA-SALARIO        PIC 9(06)V99.
                   02 VAGA-QTDE           PIC 9(03).
                   02 VAGA-STATUS         PIC X(01).
                      88 VAGA-ABERTA      VALUE 'A'.
                   02 VAGA-EMPRESA        PIC 9(03).
                   02 VAGA-DT-ENTRADA.
                       03 VAGA-ENT-ANO    PIC 9(02).
                       03 VAGA-ENT-MES    PIC 9(02).
                       03 VAGA-ENT-DIA    PIC 9(02).

               FD ARQ-COLOCACOES LABEL RECORDS STANDARD.

               01 REG-COLOCACAO.
                   02 COL-CAND-ID         PIC 9(05).
                   02 COL-VAGA-ID         PIC 9(04).
                   02 COL-COD             PIC 9(01).
                   02 COL-SALARIO         PIC 9(06)V99.
                   02 COL-DATA.
                       03 COL-ANO         PIC 9(02).
                       03 COL-MES         PIC 9(02).
                       03 COL-DIA         PIC 9(02).

               FD ARQ-EMPRESAS LABEL RECORDS STANDARD.

               01 REG-EMPRESA.
                   02 EMP-COD             PIC 9(03).
                   02 EMP-NOME            PIC X(30).
                   02 EMP-CONTATO         PIC X(30).
                   02 EMP-COD-CONTA       PIC 9(07).
                   02 EMP-DV              PIC 9(01).
                   02 EMP-DEBITO-AUT      PIC X(01).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01 REG-RELATORIO           PIC X(120).

           WORKING-STORAGE SECTION.
           01 ARQ-STATUS.
               02 ARQ-PROF-OK    PIC X(02).
               02 ARQ-CAND-OK    PIC X(02).
               02 ARQ-VAGA-OK    PIC X(02).
               02 ARQ-COL-OK     PIC X(02).
               02 ARQ-EMP-OK     PIC X(02).
               02 ARQ-REL-OK     PIC X(02).

           01 DATA-DO-SISTEMA.
               02 W-ANO          PIC 9(02).
               02 W-MES          PIC 9(02).
               02 W-DIA          PIC 9(02).

      *> VAGA ABERTA HA MAIS DIAS QUE ESTE LIMITE E DADA COMO ATRASADA
           01 W-LIMITE-DIAS      PIC 9(03).

      *> MES DAS VAGAS ANALISADAS, NO MESMO AAMM DAS DATAS DO ARQUIVO
           01 W-MES-REFERENCIA   PIC 9(04).
           01 W-MES-REF-PARTES REDEFINES W-MES-REFERENCIA.
               02 W-REF-AA       PIC 9(02).
               02 W-REF-MM       PIC 9(02).

           01 W-MAX-PROFISSOES   PIC 9(02) VALUE 20.
           01 W-QTDE-PROFISSOES  PIC 9(02) VALUE ZEROS.
           01 PROFISSAO-TABELA.
               02 TAB-PROFISSAO OCCURS 20 TIMES INDEXED BY IDX-PROF.
                   03 TAB-PROF-COD        PIC 9(01).
                   03 TAB-PROF-DESC       PIC X(30).
                   03 TAB-PROF-SAL-MIN    PIC 9(06)V99.
                   03 TAB-PROF-SAL-MAX    PIC 9(06)V99.

      *> NUMEROS DE CADA PROFISSÂO, NA MESMA POSIÇÂO DA TABELA ACIMA
           01 ESTATISTICA-PROFISSAO.
               02 EST-PROFISSAO OCCURS 20 TIMES.
                   03 EPR-QTDE-VAGAS      PIC 9(03).
                   03 EPR-POSICOES        PIC 9(05).
                   03 EPR-COLOCADAS       PIC 9(05).
                   03 EPR-COL-COM-DATA    PIC 9(05).
                   03 EPR-SOMA-DIAS       PIC 9(07).
                   03 EPR-MAIOR-DIAS      PIC 9(05).
                   03 EPR-ATRASADAS       PIC 9(03).
                   03 EPR-SOMA-OFERTA     PIC 9(09)V99.
                   03 EPR-MEDIA-OFERTA    PIC 9(06)V99.
                   03 EPR-QTDE-CAND       PIC 9(03).
                   03 EPR-SOMA-PRETENSAO  PIC 9(09)V99.
                   03 EPR-CAND-ACIMA      PIC 9(03).

      *> EMPRESAS DO CADASTRO; A VAGA DE EMPRESA ZEROS OU FORA DO
      *> CADASTRO GANHA UMA ENTRADA NA HORA
           01 W-MAX-EMPRESAS     PIC 9(02) VALUE 50.
           01 W-QTDE-EMPRESAS    PIC 9(02) VALUE ZEROS.
           01 EMPRESAS-TABELA.
               02 TAB-EMPRESA OCCURS 50 TIMES INDEXED BY IDX-EMP.
                   03 TAB-EMP-COD         PIC 9(03).
                   03 TAB-EMP-NOME        PIC X(30).
                   03 EEM-QTDE-VAGAS      PIC 9(03).
                   03 EEM-POSICOES        PIC 9(05).
                   03 EEM-COLOCADAS       PIC 9(05).
                   03 EEM-COL-COM-DATA    PIC 9(05).
                   03 EEM-SOMA-DIAS       PIC 9(07).
                   03 EEM-MAIOR-DIAS      PIC 9(05).
                   03 EEM-ATRASADAS       PIC 9(03).
                   03 EEM-SOMA-OFERTA     PIC 9(09)V99.

      *> VAGAS EM MEMORIA: A COLOCAÇÂO SO TRAZ O ID DA VAGA. A POSIÇÂO
      *> PREENCHIDA E BAIXADA DE VAGA-QTDE NA COLOCAÇÂO, ENTÂO AS
      *> POSIÇÔES ANUNCIADAS SÂO AS QUE RESTAM MAIS AS COLOCADAS
           01 W-MAX-VAGAS        PIC 9(02) VALUE 50.
           01 W-QTDE-VAGAS       PIC 9(02) VALUE ZEROS.
           01 W-VAGAS-CHEIA      PIC X(01) VALUE 'N'.
              88 TABELA-VAGAS-CHEIA VALUE 'S'.
           01 VAGAS-TABELA.
               02 TAB-VAGA OCCURS 50 TIMES INDEXED BY IDX-VAGA.
                   03 TAB-VAGA-ID         PIC 9(04).
                   03 TAB-VAGA-COD        PIC 9(01).
                   03 TAB-VAGA-SALARIO    PIC 9(06)V99.
                   03 TAB-VAGA-QTDE       PIC 9(03).
                   03 TAB-VAGA-STATUS     PIC X(01).
                   03 TAB-VAGA-EMPRESA    PIC 9(03).
                   *> ZEROS QUANDO A VAGA E ANTERIOR AO CONTROLE DE DATA
                   03 TAB-VAGA-DIAS-ENT   PIC 9(07).
                   03 TAB-VAGA-IDADE      PIC 9(05).
                   03 TAB-VAGA-COLOCADAS  PIC 9(03).
                   03 TAB-VAGA-NO-MES     PIC X(01).
                      88 VAGA-DO-MES      VALUE 'S'.

           01 DATA-VARIABLES.
               02 W-DATA-AAMMDD.
                   03 W-DATA-AA          PIC 9(02).
                   03 W-DATA-MM          PIC 9(02).
                   03 W-DATA-DD          PIC 9(02).
               02 W-DATA-NUM         PIC 9(08).
               02 W-DIAS-DATA        PIC 9(07).
               02 W-DIAS-HOJE        PIC 9(07).
               02 W-DIAS-PREENCHER   PIC S9(05).

           01 CONTROLE.
               02 W-FIM-ARQ          PIC X(01) VALUE 'N'.
                  88 FIM-ARQUIVO     VALUE 'S'.
               02 W-ACHOU            PIC X(01).
                  88 ACHOU           VALUE 'S'.
               02 W-QTDE-COLOCACOES  PIC 9(05) VALUE ZEROS.
               02 W-VAGAS-NO-MES     PIC 9(02) VALUE ZEROS.
               02 W-COL-NO-MES       PIC 9(05) VALUE ZEROS.
               02 W-COL-SEM-VAGA     PIC 9(05) VALUE ZEROS.
               02 W-QTDE-ATRASADAS   PIC 9(03) VALUE ZEROS.
               02 W-QTDE-ALERTAS     PIC 9(02) VALUE ZEROS.
               02 W-MEDIA-DIAS       PIC 9(05).
               02 W-MEDIA-OFERTA     PIC 9(06)V99.
               02 W-MEDIA-PRETENSAO  PIC 9(06)V99.
               02 W-PERCENTUAL       PIC 9(03)V99.
               02 W-SAL-MASK         PIC ZZZZZ9.99.
               02 W-SAL-MASK-2       PIC ZZZZZ9.99.
               02 W-SAL-MASK-3       PIC ZZZZZ9.99.
               02 W-SAL-MASK-4       PIC ZZZZZ9.99.
               02 W-PERC-MASK        PIC ZZ9.99.
               02 W-DIAS-MASK        PIC ZZZZ9.
               02 W-DIAS-MASK-2      PIC ZZZZ9.
               02 W-DESC-VAGA        PIC X(30).

       PROCEDURE DIVISION.
           INIT.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               MOVE DATA-DO-SISTEMA TO W-DATA-AAMMDD.
               PERFORM CONVERTE-DATA.
               MOVE W-DIAS-DATA TO W-DIAS-HOJE.
               DISPLAY "DIAS PARA VAGA ABERTA ATRASADA (NNN, 0 = 30): ".
               ACCEPT W-LIMITE-DIAS.
               IF W-LIMITE-DIAS NOT NUMERIC OR W-LIMITE-DIAS EQUAL ZEROS
                   MOVE 30 TO W-LIMITE-DIAS
               END-IF.
               DISPLAY "MES DE REFERENCIA (AAMM, 0 = MES CORRENTE): ".
               ACCEPT W-MES-REFERENCIA.
               IF W-MES-REFERENCIA NOT NUMERIC OR W-MES-REFERENCIA EQUAL ZEROS
                   MOVE W-ANO TO W-REF-AA
                   MOVE W-MES TO W-REF-MM
               END-IF.
               IF W-REF-MM < 1 OR W-REF-MM > 12
                   DISPLAY "MES DE REFERENCIA INVALIDO, USANDO O MES CORRENTE"
                   MOVE W-ANO TO W-REF-AA
                   MOVE W-MES TO W-REF-MM
               END-IF.

               PERFORM CARREGA-PROFISSOES.
               PERFORM ZERA-ESTATISTICA-PROFISSAO.
               PERFORM CARREGA-EMPRESAS.
               PERFORM CARREGA-VAGAS.
               IF W-QTDE-VAGAS EQUAL ZEROS
                   DISPLAY "VAGAS.DAT NAO ENCONTRADO OU VAZIO, NADA A ANALISAR"
                   STOP RUN
               END-IF.
               IF TABELA-VAGAS-CHEIA
                   DISPLAY "VAGAS.DAT EXCEDE A TABELA, AMPLIE O LIMITE"
                   STOP RUN
               END-IF.

               MOVE 'N' TO W-FIM-ARQ.
               OPEN INPUT ARQ-COLOCACOES.
               IF ARQ-COL-OK NOT EQUAL "00"
                   MOVE 'S' TO W-FIM-ARQ
               END-IF.
               PERFORM PROCESSA-COLOCACOES UNTIL FIM-ARQUIVO.
               IF ARQ-COL-OK NOT EQUAL "35"
                   CLOSE ARQ-COLOCACOES
               END-IF.

               PERFORM VARYING IDX-VAGA FROM 1 BY 1 UNTIL IDX-VAGA > W-QTDE-VAGAS
                   IF VAGA-DO-MES (IDX-VAGA)
                       ADD 1 TO W-VAGAS-NO-MES
                       PERFORM ACUMULA-VAGA
                   END-IF
               END-PERFORM.
               PERFORM VARYING IDX-VAGA FROM 1 BY 1 UNTIL IDX-VAGA > W-QTDE-VAGAS
                   PERFORM CONTA-VAGA-ATRASADA
               END-PERFORM.
               IF W-VAGAS-NO-MES EQUAL ZEROS
                   DISPLAY "NENHUMA VAGA COM ENTRADA EM " W-REF-MM "/" W-REF-AA
               END-IF.
               PERFORM CALCULA-MEDIA-OFERTA.
               PERFORM CARREGA-CANDIDATOS.

               OPEN OUTPUT ARQ-RELATORIO.
               MOVE SPACES TO REG-RELATORIO.
               STRING "ESTATISTICA DE VAGAS EM " DELIMITED BY SIZE
                      W-DIA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      W-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      W-ANO DELIMITED BY SIZE
                      " - ATRASO A PARTIR DE " DELIMITED BY SIZE
                      W-LIMITE-DIAS DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE SPACES TO REG-RELATORIO.
               STRING "VAGAS COM ENTRADA EM " DELIMITED BY SIZE
                      W-REF-MM DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      W-REF-AA DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               PERFORM IMPRIME-PROFISSOES.
               PERFORM IMPRIME-EMPRESAS.
               PERFORM IMPRIME-VAGAS-ATRASADAS.
               PERFORM IMPRIME-TOTAIS.
               CLOSE ARQ-RELATORIO.
               DISPLAY "ESTATISTICA CONCLUIDA. VAGAS ATRASADAS: " W-QTDE-ATRASADAS
                       " PROFISSOES EM ALERTA: " W-QTDE-ALERTAS.
               STOP RUN.

           CARREGA-PROFISSOES.
               MOVE ZEROS TO W-QTDE-PROFISSOES.
               OPEN INPUT ARQ-PROFISSOES.
               IF ARQ-PROF-OK EQUAL "00"
                   PERFORM UNTIL ARQ-PROF-OK EQUAL "10" OR W-QTDE-PROFISSOES EQUAL W-MAX-PROFISSOES
                       READ ARQ-PROFISSOES
                           AT END MOVE "10" TO ARQ-PROF-OK
                           NOT AT END
                               ADD 1 TO W-QTDE-PROFISSOES
                               SET IDX-PROF TO W-QTDE-PROFISSOES
                               MOVE PROF-COD TO TAB-PROF-COD (IDX-PROF)
                               MOVE PROF-DESC TO TAB-PROF-DESC (IDX-PROF)
                               MOVE PROF-SAL-MIN TO TAB-PROF-SAL-MIN (IDX-PROF)
                               MOVE PROF-SAL-MAX TO TAB-PROF-SAL-MAX (IDX-PROF)
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-PROFISSOES
               END-IF.

           ZERA-ESTATISTICA-PROFISSAO.
               PERFORM VARYING IDX-PROF FROM 1 BY 1 UNTIL IDX-PROF > W-MAX-PROFISSOES
                   MOVE ZEROS TO EST-PROFISSAO (IDX-PROF)
               END-PERFORM.

           CARREGA-EMPRESAS.
               MOVE ZEROS TO W-QTDE-EMPRESAS.
               OPEN INPUT ARQ-EMPRESAS.
               IF ARQ-EMP-OK EQUAL "00"
                   PERFORM UNTIL ARQ-EMP-OK EQUAL "10" OR W-QTDE-EMPRESAS EQUAL W-MAX-EMPRESAS
                       READ ARQ-EMPRESAS
                           AT END MOVE "10" TO ARQ-EMP-OK
                           NOT AT END
                               ADD 1 TO W-QTDE-EMPRESAS
                               SET IDX-EMP TO W-QTDE-EMPRESAS
                               PERFORM ZERA-EMPRESA
                               MOVE EMP-COD TO TAB-EMP-COD (IDX-EMP)
                               MOVE EMP-NOME TO TAB-EMP-NOME (IDX-EMP)
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-EMPRESAS
               END-IF.

           ZERA-EMPRESA.
               MOVE ZEROS TO TAB-EMP-COD (IDX-EMP).
               MOVE SPACES TO TAB-EMP-NOME (IDX-EMP).
               MOVE ZEROS TO EEM-QTDE-VAGAS (IDX-EMP).
               MOVE ZEROS TO EEM-POSICOES (IDX-EMP).
               MOVE ZEROS TO EEM-COLOCADAS (IDX-EMP).
               MOVE ZEROS TO EEM-COL-COM-DATA (IDX-EMP).
               MOVE ZEROS TO EEM-SOMA-DIAS (IDX-EMP).
               MOVE ZEROS TO EEM-MAIOR-DIAS (IDX-EMP).
               MOVE ZEROS TO EEM-ATRASADAS (IDX-EMP).
               MOVE ZEROS TO EEM-SOMA-OFERTA (IDX-EMP).

           *> A DATA DE ENTRADA VIRA DIAS CORRIDOS UMA VEZ SO, NA CARGA
           CARREGA-VAGAS.
               MOVE ZEROS TO W-QTDE-VAGAS.
               MOVE 'N' TO W-VAGAS-CHEIA.
               OPEN INPUT ARQ-VAGAS.
               IF ARQ-VAGA-OK EQUAL "00"
                   PERFORM UNTIL ARQ-VAGA-OK EQUAL "10" OR TABELA-VAGAS-CHEIA
                       READ ARQ-VAGAS
                           AT END MOVE "10" TO ARQ-VAGA-OK
                           NOT AT END
                               IF W-QTDE-VAGAS EQUAL W-MAX-VAGAS
                                   MOVE 'S' TO W-VAGAS-CHEIA
                               ELSE
                                   ADD 1 TO W-QTDE-VAGAS
                                   SET IDX-VAGA TO W-QTDE-VAGAS
                                   PERFORM GUARDA-VAGA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-VAGAS
               END-IF.

           GUARDA-VAGA.
      *> VAGAS ANTIGAS TRAZEM ESPACOS NO CODIGO DA EMPRESA E NA DATA
               IF VAGA-EMPRESA NOT NUMERIC
                   MOVE ZEROS TO VAGA-EMPRESA
               END-IF.
               MOVE VAGA-ID TO TAB-VAGA-ID (IDX-VAGA).
               MOVE VAGA-COD TO TAB-VAGA-COD (IDX-VAGA).
               MOVE VAGA-SALARIO TO TAB-VAGA-SALARIO (IDX-VAGA).
               MOVE VAGA-QTDE TO TAB-VAGA-QTDE (IDX-VAGA).
               MOVE VAGA-STATUS TO TAB-VAGA-STATUS (IDX-VAGA).
               MOVE VAGA-EMPRESA TO TAB-VAGA-EMPRESA (IDX-VAGA).
               MOVE ZEROS TO TAB-VAGA-COLOCADAS (IDX-VAGA).
               MOVE ZEROS TO TAB-VAGA-DIAS-ENT (IDX-VAGA).
               MOVE ZEROS TO TAB-VAGA-IDADE (IDX-VAGA).
               MOVE 'N' TO TAB-VAGA-NO-MES (IDX-VAGA).
               IF VAGA-DT-ENTRADA NUMERIC AND
                  VAGA-ENT-ANO EQUAL W-REF-AA AND VAGA-ENT-MES EQUAL W-REF-MM
                   MOVE 'S' TO TAB-VAGA-NO-MES (IDX-VAGA)
               END-IF.
               IF VAGA-DT-ENTRADA NUMERIC
                   MOVE VAGA-DT-ENTRADA TO W-DATA-AAMMDD
                   PERFORM CONVERTE-DATA
                   MOVE W-DIAS-DATA TO TAB-VAGA-DIAS-ENT (IDX-VAGA)
                   IF W-DIAS-DATA NOT EQUAL ZEROS AND W-DIAS-HOJE > W-DIAS-DATA
                       COMPUTE TAB-VAGA-IDADE (IDX-VAGA) = W-DIAS-HOJE - W-DIAS-DATA
                   END-IF
               END-IF.

           *> AAMMDD (ANO DESTE SECULO, COMO EM TODO O SISTEMA) PARA DIAS
           *> CORRIDOS; DATA ZERADA OU MES FORA DE 1 A 12 DA ZEROS
           CONVERTE-DATA.
               MOVE ZEROS TO W-DIAS-DATA.
               IF W-DATA-AAMMDD NOT EQUAL ZEROS AND
                  W-DATA-MM > 0 AND W-DATA-MM < 13 AND
                  W-DATA-DD > 0 AND W-DATA-DD < 32
                   COMPUTE W-DATA-NUM = 20000000 +
                       W-DATA-AA * 10000 + W-DATA-MM * 100 + W-DATA-DD
                   COMPUTE W-DIAS-DATA = FUNCTION INTEGER-OF-DATE(W-DATA-NUM)
               END-IF.

           PROCESSA-COLOCACOES.
               READ ARQ-COLOCACOES
                   AT END MOVE 'S' TO W-FIM-ARQ
                   NOT AT END
                       ADD 1 TO W-QTDE-COLOCACOES
                       PERFORM ACUMULA-COLOCACAO
               END-READ.

           *> A COLOCAÇÂO CONTA PARA A PROFISSÂO E A EMPRESA DA VAGA; SEM
           *> A VAGA NO ARQUIVO (APAGADA) ELA SO APARECE NO TOTAL GERAL.
           *> TODA COLOCAÇÂO REFAZ AS POSIÇÔES ANUNCIADAS DA SUA VAGA, MAS
           *> SO A DE VAGA DO MES DE REFERENCIA ENTRA NOS NUMEROS
           ACUMULA-COLOCACAO.
               MOVE 'N' TO W-ACHOU.
               SET IDX-VAGA TO 1.
               SEARCH TAB-VAGA
                   AT END CONTINUE
                   WHEN IDX-VAGA NOT > W-QTDE-VAGAS AND
                        TAB-VAGA-ID (IDX-VAGA) EQUAL COL-VAGA-ID
                       MOVE 'S' TO W-ACHOU
               END-SEARCH.
               IF NOT ACHOU
                   ADD 1 TO W-COL-SEM-VAGA
               ELSE
                   ADD 1 TO TAB-VAGA-COLOCADAS (IDX-VAGA)
                   IF VAGA-DO-MES (IDX-VAGA)
                       ADD 1 TO W-COL-NO-MES
                       PERFORM ACUMULA-COLOCACAO-MES
                   END-IF
               END-IF.

           ACUMULA-COLOCACAO-MES.
               MOVE ZEROS TO W-DIAS-PREENCHER.
               MOVE ZEROS TO W-DIAS-DATA.
               IF COL-DATA NUMERIC AND TAB-VAGA-DIAS-ENT (IDX-VAGA) NOT EQUAL ZEROS
                   MOVE COL-DATA TO W-DATA-AAMMDD
                   PERFORM CONVERTE-DATA
                   IF W-DIAS-DATA NOT EQUAL ZEROS
                       COMPUTE W-DIAS-PREENCHER =
                           W-DIAS-DATA - TAB-VAGA-DIAS-ENT (IDX-VAGA)
                       IF W-DIAS-PREENCHER < ZEROS
                           MOVE ZEROS TO W-DIAS-PREENCHER
                       END-IF
                   END-IF
               END-IF.
               PERFORM LOCALIZA-PROFISSAO.
               IF ACHOU
                   ADD 1 TO EPR-COLOCADAS (IDX-PROF)
                   IF W-DIAS-DATA NOT EQUAL ZEROS
                       ADD 1 TO EPR-COL-COM-DATA (IDX-PROF)
                       ADD W-DIAS-PREENCHER TO EPR-SOMA-DIAS (IDX-PROF)
                       IF W-DIAS-PREENCHER > EPR-MAIOR-DIAS (IDX-PROF)
                           MOVE W-DIAS-PREENCHER TO EPR-MAIOR-DIAS (IDX-PROF)
                       END-IF
                   END-IF
               END-IF.
               PERFORM LOCALIZA-EMPRESA.
               IF ACHOU
                   ADD 1 TO EEM-COLOCADAS (IDX-EMP)
                   IF W-DIAS-DATA NOT EQUAL ZEROS
                       ADD 1 TO EEM-COL-COM-DATA (IDX-EMP)
                       ADD W-DIAS-PREENCHER TO EEM-SOMA-DIAS (IDX-EMP)
                       IF W-DIAS-PREENCHER > EEM-MAIOR-DIAS (IDX-EMP)
                           MOVE W-DIAS-PREENCHER TO EEM-MAIOR-DIAS (IDX-EMP)
                       END-IF
                   END-IF
               END-IF.

           *> PROFISSÂO DA VAGA CORRENTE (IDX-VAGA)
           LOCALIZA-PROFISSAO.
               MOVE 'N' TO W-ACHOU.
               SET IDX-PROF TO 1.
               SEARCH TAB-PROFISSAO
                   AT END CONTINUE
                   WHEN IDX-PROF NOT > W-QTDE-PROFISSOES AND
                        TAB-PROF-COD (IDX-PROF) EQUAL TAB-VAGA-COD (IDX-VAGA)
                       MOVE 'S' TO W-ACHOU
               END-SEARCH.

           *> EMPRESA DA VAGA CORRENTE (IDX-VAGA); A QUE NÂO ESTA NO
           *> CADASTRO ENTRA NA TABELA SEM NOME
           LOCALIZA-EMPRESA.
               MOVE 'N' TO W-ACHOU.
               SET IDX-EMP TO 1.
               SEARCH TAB-EMPRESA
                   AT END CONTINUE
                   WHEN IDX-EMP NOT > W-QTDE-EMPRESAS AND
                        TAB-EMP-COD (IDX-EMP) EQUAL TAB-VAGA-EMPRESA (IDX-VAGA)
                       MOVE 'S' TO W-ACHOU
               END-SEARCH.
               IF NOT ACHOU AND W-QTDE-EMPRESAS < W-MAX-EMPRESAS
                   ADD 1 TO W-QTDE-EMPRESAS
                   SET IDX-EMP TO W-QTDE-EMPRESAS
                   PERFORM ZERA-EMPRESA
                   MOVE TAB-VAGA-EMPRESA (IDX-VAGA) TO TAB-EMP-COD (IDX-EMP)
                   IF TAB-VAGA-EMPRESA (IDX-VAGA) EQUAL ZEROS
                       MOVE "(SEM EMPRESA)" TO TAB-EMP-NOME (IDX-EMP)
                   ELSE
                       MOVE "(EMPRESA NAO CADASTRADA)" TO TAB-EMP-NOME (IDX-EMP)
                   END-IF
                   MOVE 'S' TO W-ACHOU
               END-IF.

           *> POSIÇÔES ANUNCIADAS = AS QUE RESTAM + AS JA COLOCADAS
           ACUMULA-VAGA.
               PERFORM LOCALIZA-PROFISSAO.
               IF ACHOU
                   ADD 1 TO EPR-QTDE-VAGAS (IDX-PROF)
                   ADD TAB-VAGA-QTDE (IDX-VAGA) TO EPR-POSICOES (IDX-PROF)
                   ADD TAB-VAGA-COLOCADAS (IDX-VAGA) TO EPR-POSICOES (IDX-PROF)
                   ADD TAB-VAGA-SALARIO (IDX-VAGA) TO EPR-SOMA-OFERTA (IDX-PROF)
               END-IF.
               PERFORM LOCALIZA-EMPRESA.
               IF ACHOU
                   ADD 1 TO EEM-QTDE-VAGAS (IDX-EMP)
                   ADD TAB-VAGA-QTDE (IDX-VAGA) TO EEM-POSICOES (IDX-EMP)
                   ADD TAB-VAGA-COLOCADAS (IDX-VAGA) TO EEM-POSICOES (IDX-EMP)
                   ADD TAB-VAGA-SALARIO (IDX-VAGA) TO EEM-SOMA-OFERTA (IDX-EMP)
               END-IF.

           *> ATRASO VALE PARA TODA VAGA AINDA ABERTA, DE QUALQUER MES DE
           *> ENTRADA; A VAGA SEM DATA DE ENTRADA NÂO TEM COMO ATRASAR
           CONTA-VAGA-ATRASADA.
               IF TAB-VAGA-STATUS (IDX-VAGA) EQUAL 'A' AND
                  TAB-VAGA-DIAS-ENT (IDX-VAGA) NOT EQUAL ZEROS AND
                  TAB-VAGA-IDADE (IDX-VAGA) > W-LIMITE-DIAS
                   ADD 1 TO W-QTDE-ATRASADAS
                   PERFORM LOCALIZA-PROFISSAO
                   IF ACHOU
                       ADD 1 TO EPR-ATRASADAS (IDX-PROF)
                   END-IF
                   PERFORM LOCALIZA-EMPRESA
                   IF ACHOU
                       ADD 1 TO EEM-ATRASADAS (IDX-EMP)
                   END-IF
               END-IF.

           CALCULA-MEDIA-OFERTA.
               PERFORM VARYING IDX-PROF FROM 1 BY 1 UNTIL IDX-PROF > W-QTDE-PROFISSOES
                   IF EPR-QTDE-VAGAS (IDX-PROF) > ZEROS
                       COMPUTE EPR-MEDIA-OFERTA (IDX-PROF) ROUNDED =
                           EPR-SOMA-OFERTA (IDX-PROF) / EPR-QTDE-VAGAS (IDX-PROF)
                   END-IF
               END-PERFORM.

           *> PRETENSAO DOS ELEGIVEIS AINDA NO MERCADO OU JA COLOCADOS (O
           *> DESISTENTE NÂO CONTA); QUEM PEDE ACIMA DA OFERTA MEDIA DA
           *> PROFISSÂO E CONTADO PARA O ALERTA
           CARREGA-CANDIDATOS.
               OPEN INPUT ARQ-CANDIDATOS.
               IF ARQ-CAND-OK EQUAL "00"
                   PERFORM UNTIL ARQ-CAND-OK EQUAL "10"
                       READ ARQ-CANDIDATOS
                           AT END MOVE "10" TO ARQ-CAND-OK
                           NOT AT END
                               IF CAND-ELEGIVEL EQUAL 'S' AND NOT CAND-DESISTENTE
                                   PERFORM ACUMULA-CANDIDATO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CANDIDATOS
               END-IF.

           ACUMULA-CANDIDATO.
               SET IDX-PROF TO 1.
               SEARCH TAB-PROFISSAO
                   AT END CONTINUE
                   WHEN IDX-PROF NOT > W-QTDE-PROFISSOES AND
                        TAB-PROF-COD (IDX-PROF) EQUAL CAND-COD
                       ADD 1 TO EPR-QTDE-CAND (IDX-PROF)
                       ADD CAND-SALARIO TO EPR-SOMA-PRETENSAO (IDX-PROF)
                       IF EPR-QTDE-VAGAS (IDX-PROF) > ZEROS AND
                          CAND-SALARIO > EPR-MEDIA-OFERTA (IDX-PROF)
                           ADD 1 TO EPR-CAND-ACIMA (IDX-PROF)
                       END-IF
               END-SEARCH.

           IMPRIME-PROFISSOES.
               MOVE SPACES TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE "POR PROFISSAO" TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               PERFORM VARYING IDX-PROF FROM 1 BY 1 UNTIL IDX-PROF > W-QTDE-PROFISSOES
                   IF EPR-QTDE-VAGAS (IDX-PROF) > ZEROS OR
                      EPR-QTDE-CAND (IDX-PROF) > ZEROS OR
                      EPR-ATRASADAS (IDX-PROF) > ZEROS
                       PERFORM IMPRIME-UMA-PROFISSAO
                   END-IF
               END-PERFORM.

           IMPRIME-UMA-PROFISSAO.
               MOVE SPACES TO REG-RELATORIO.
               STRING "PROFISSAO " DELIMITED BY SIZE
                      TAB-PROF-COD (IDX-PROF) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TAB-PROF-DESC (IDX-PROF) DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE ZEROS TO W-PERCENTUAL.
               IF EPR-POSICOES (IDX-PROF) > ZEROS
                   COMPUTE W-PERCENTUAL ROUNDED =
                       EPR-COLOCADAS (IDX-PROF) * 100 / EPR-POSICOES (IDX-PROF)
               END-IF.
               MOVE ZEROS TO W-MEDIA-DIAS.
               IF EPR-COL-COM-DATA (IDX-PROF) > ZEROS
                   COMPUTE W-MEDIA-DIAS ROUNDED =
                       EPR-SOMA-DIAS (IDX-PROF) / EPR-COL-COM-DATA (IDX-PROF)
               END-IF.
               MOVE W-PERCENTUAL TO W-PERC-MASK.
               MOVE W-MEDIA-DIAS TO W-DIAS-MASK.
               MOVE EPR-MAIOR-DIAS (IDX-PROF) TO W-DIAS-MASK-2.
               MOVE SPACES TO REG-RELATORIO.
               STRING "  VAGAS " DELIMITED BY SIZE
                      EPR-QTDE-VAGAS (IDX-PROF) DELIMITED BY SIZE
                      " POSICOES " DELIMITED BY SIZE
                      EPR-POSICOES (IDX-PROF) DELIMITED BY SIZE
                      " COLOCADAS " DELIMITED BY SIZE
                      EPR-COLOCADAS (IDX-PROF) DELIMITED BY SIZE
                      " PREENCHIMENTO " DELIMITED BY SIZE
                      W-PERC-MASK DELIMITED BY SIZE
                      "% DIAS P/ PREENCHER MEDIA " DELIMITED BY SIZE
                      W-DIAS-MASK DELIMITED BY SIZE
                      " MAIOR " DELIMITED BY SIZE
                      W-DIAS-MASK-2 DELIMITED BY SIZE
                      " ATRASADAS " DELIMITED BY SIZE
                      EPR-ATRASADAS (IDX-PROF) DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE ZEROS TO W-MEDIA-PRETENSAO.
               IF EPR-QTDE-CAND (IDX-PROF) > ZEROS
                   COMPUTE W-MEDIA-PRETENSAO ROUNDED =
                       EPR-SOMA-PRETENSAO (IDX-PROF) / EPR-QTDE-CAND (IDX-PROF)
               END-IF.
               MOVE EPR-MEDIA-OFERTA (IDX-PROF) TO W-SAL-MASK.
               MOVE W-MEDIA-PRETENSAO TO W-SAL-MASK-2.
               MOVE TAB-PROF-SAL-MIN (IDX-PROF) TO W-SAL-MASK-3.
               MOVE TAB-PROF-SAL-MAX (IDX-PROF) TO W-SAL-MASK-4.
               MOVE SPACES TO REG-RELATORIO.
               STRING "  OFERTA MEDIA " DELIMITED BY SIZE
                      W-SAL-MASK DELIMITED BY SIZE
                      " PRETENSAO MEDIA " DELIMITED BY SIZE
                      W-SAL-MASK-2 DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      EPR-QTDE-CAND (IDX-PROF) DELIMITED BY SIZE
                      " ELEGIVEIS) FAIXA " DELIMITED BY SIZE
                      W-SAL-MASK-3 DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      W-SAL-MASK-4 DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               PERFORM IMPRIME-ALERTAS-PROFISSAO.

           *> A MAIORIA DOS ELEGIVEIS PEDINDO ACIMA DA OFERTA MEDIA E O
           *> SINAL DE QUE A PROFISSÂO NÂO FECHA PELO SALARIO; OFERTA OU
           *> PRETENSAO FORA DA FAIXA DA PROFISSÂO TAMBEM E APONTADA
           IMPRIME-ALERTAS-PROFISSAO.
               IF EPR-QTDE-VAGAS (IDX-PROF) > ZEROS AND
                  EPR-QTDE-CAND (IDX-PROF) > ZEROS AND
                  EPR-CAND-ACIMA (IDX-PROF) * 2 > EPR-QTDE-CAND (IDX-PROF) AND
                  W-MEDIA-PRETENSAO > EPR-MEDIA-OFERTA (IDX-PROF)
                   ADD 1 TO W-QTDE-ALERTAS
                   MOVE SPACES TO REG-RELATORIO
                   STRING "  ** ALERTA: CANDIDATOS PEDEM MAIS QUE A OFERTA (" DELIMITED BY SIZE
                          EPR-CAND-ACIMA (IDX-PROF) DELIMITED BY SIZE
                          " DE " DELIMITED BY SIZE
                          EPR-QTDE-CAND (IDX-PROF) DELIMITED BY SIZE
                          " ACIMA DA OFERTA MEDIA)" DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.
               IF EPR-QTDE-VAGAS (IDX-PROF) > ZEROS AND
                  EPR-MEDIA-OFERTA (IDX-PROF) < TAB-PROF-SAL-MIN (IDX-PROF)
                   MOVE "  ** OFERTA MEDIA ABAIXO DO PISO DA PROFISSAO" TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.
               IF EPR-QTDE-VAGAS (IDX-PROF) > ZEROS AND
                  EPR-MEDIA-OFERTA (IDX-PROF) > TAB-PROF-SAL-MAX (IDX-PROF)
                   MOVE "  ** OFERTA MEDIA ACIMA DO TETO DA PROFISSAO" TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.
               IF EPR-QTDE-CAND (IDX-PROF) > ZEROS AND
                  W-MEDIA-PRETENSAO > TAB-PROF-SAL-MAX (IDX-PROF)
                   MOVE "  ** PRETENSAO MEDIA ACIMA DO TETO DA PROFISSAO" TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

           IMPRIME-EMPRESAS.
               MOVE SPACES TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE "POR EMPRESA" TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               PERFORM VARYING IDX-EMP FROM 1 BY 1 UNTIL IDX-EMP > W-QTDE-EMPRESAS
                   IF EEM-QTDE-VAGAS (IDX-EMP) > ZEROS OR
                      EEM-ATRASADAS (IDX-EMP) > ZEROS
                       PERFORM IMPRIME-UMA-EMPRESA
                   END-IF
               END-PERFORM.

           IMPRIME-UMA-EMPRESA.
               MOVE ZEROS TO W-MEDIA-OFERTA.
               IF EEM-QTDE-VAGAS (IDX-EMP) > ZEROS
                   COMPUTE W-MEDIA-OFERTA ROUNDED =
                       EEM-SOMA-OFERTA (IDX-EMP) / EEM-QTDE-VAGAS (IDX-EMP)
               END-IF.
               MOVE W-MEDIA-OFERTA TO W-SAL-MASK.
               MOVE SPACES TO REG-RELATORIO.
               STRING "EMPRESA " DELIMITED BY SIZE
                      TAB-EMP-COD (IDX-EMP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TAB-EMP-NOME (IDX-EMP) DELIMITED BY SIZE
                      " OFERTA MEDIA " DELIMITED BY SIZE
                      W-SAL-MASK DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE ZEROS TO W-PERCENTUAL.
               IF EEM-POSICOES (IDX-EMP) > ZEROS
                   COMPUTE W-PERCENTUAL ROUNDED =
                       EEM-COLOCADAS (IDX-EMP) * 100 / EEM-POSICOES (IDX-EMP)
               END-IF.
               MOVE ZEROS TO W-MEDIA-DIAS.
               IF EEM-COL-COM-DATA (IDX-EMP) > ZEROS
                   COMPUTE W-MEDIA-DIAS ROUNDED =
                       EEM-SOMA-DIAS (IDX-EMP) / EEM-COL-COM-DATA (IDX-EMP)
               END-IF.
               MOVE W-PERCENTUAL TO W-PERC-MASK.
               MOVE W-MEDIA-DIAS TO W-DIAS-MASK.
               MOVE EEM-MAIOR-DIAS (IDX-EMP) TO W-DIAS-MASK-2.
               MOVE SPACES TO REG-RELATORIO.
               STRING "  VAGAS " DELIMITED BY SIZE
                      EEM-QTDE-VAGAS (IDX-EMP) DELIMITED BY SIZE
                      " POSICOES " DELIMITED BY SIZE
                      EEM-POSICOES (IDX-EMP) DELIMITED BY SIZE
                      " COLOCADAS " DELIMITED BY SIZE
                      EEM-COLOCADAS (IDX-EMP) DELIMITED BY SIZE
                      " PREENCHIMENTO " DELIMITED BY SIZE
                      W-PERC-MASK DELIMITED BY SIZE
                      "% DIAS P/ PREENCHER MEDIA " DELIMITED BY SIZE
                      W-DIAS-MASK DELIMITED BY SIZE
                      " MAIOR " DELIMITED BY SIZE
                      W-DIAS-MASK-2 DELIMITED BY SIZE
                      " ATRASADAS " DELIMITED BY SIZE
                      EEM-ATRASADAS (IDX-EMP) DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIME-VAGAS-ATRASADAS.
               MOVE SPACES TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE SPACES TO REG-RELATORIO.
               STRING "VAGAS ABERTAS HA MAIS DE " DELIMITED BY SIZE
                      W-LIMITE-DIAS DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.
               PERFORM VARYING IDX-VAGA FROM 1 BY 1 UNTIL IDX-VAGA > W-QTDE-VAGAS
                   IF TAB-VAGA-STATUS (IDX-VAGA) EQUAL 'A' AND
                      TAB-VAGA-DIAS-ENT (IDX-VAGA) NOT EQUAL ZEROS AND
                      TAB-VAGA-IDADE (IDX-VAGA) > W-LIMITE-DIAS
                       PERFORM GRAVA-LINHA-ATRASADA
                   END-IF
               END-PERFORM.

           GRAVA-LINHA-ATRASADA.
               MOVE SPACES TO W-DESC-VAGA.
               PERFORM LOCALIZA-PROFISSAO.
               IF ACHOU
                   MOVE TAB-PROF-DESC (IDX-PROF) TO W-DESC-VAGA
               END-IF.
               MOVE TAB-VAGA-IDADE (IDX-VAGA) TO W-DIAS-MASK.
               MOVE TAB-VAGA-SALARIO (IDX-VAGA) TO W-SAL-MASK.
               MOVE SPACES TO REG-RELATORIO.
               STRING "  VAGA " DELIMITED BY SIZE
                      TAB-VAGA-ID (IDX-VAGA) DELIMITED BY SIZE
                      " EMPRESA " DELIMITED BY SIZE
                      TAB-VAGA-EMPRESA (IDX-VAGA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      W-DESC-VAGA DELIMITED BY SIZE
                      " SALARIO " DELIMITED BY SIZE
                      W-SAL-MASK DELIMITED BY SIZE
                      " RESTAM " DELIMITED BY SIZE
                      TAB-VAGA-QTDE (IDX-VAGA) DELIMITED BY SIZE
                      " IDADE " DELIMITED BY SIZE
                      W-DIAS-MASK DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIME-TOTAIS.
               MOVE SPACES TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE SPACES TO REG-RELATORIO.
               STRING "TOTAL DO MES: " DELIMITED BY SIZE
                      W-VAGAS-NO-MES DELIMITED BY SIZE
                      " VAGAS, " DELIMITED BY SIZE
                      W-COL-NO-MES DELIMITED BY SIZE
                      " COLOCACOES (" DELIMITED BY SIZE
                      W-QTDE-COLOCACOES DELIMITED BY SIZE
                      " LIDAS, " DELIMITED BY SIZE
                      W-COL-SEM-VAGA DELIMITED BY SIZE
                      " SEM VAGA), " DELIMITED BY SIZE
                      W-QTDE-ATRASADAS DELIMITED BY SIZE
                      " ATRASADAS (GERAL), " DELIMITED BY SIZE
                      W-QTDE-ALERTAS DELIMITED BY SIZE
                      " PROFISSOES EM ALERTA" DELIMITED BY SIZE
                   INTO REG-RELATORIO.
               WRITE REG-RELATORIO.

       END PROGRAM PROGRAM2-ESTATISTICA.
