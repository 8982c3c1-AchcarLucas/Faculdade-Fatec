      *> SALARIO ACORDADO, INFORMADO NA EXECUÇÂO) E IMPRIME O RELATORIO
      *> COLOCACOES-FATURA.DAT AGRUPADO POR PROFISSÂO, COM A DESCRIÇÂO
      *> DE PROFISSOES.DAT E OS TOTAIS DE COLOCAÇÔES E HONORARIOS.
      *> OS HONORARIOS TAMBEM SÂO TOTALIZADOS POR EMPRESA (A DONA DA
      *> VAGA EM VAGAS.DAT) E CADA EMPRESA RECEBE UMA FATURA DO MES NO
      *> CONTAS A RECEBER FATURAS-EMPRESAS.DAT, QUE O JOB DE COBRANÇA
      *> DO BANCO DEBITA NA CONTA AUTORIZADA E MARCA PAGA OU NÂO PAGA.
      *> RODAR DE NOVO O MES REEMITE AS FATURAS AINDA NÂO PAGAS; A JA
      *> PAGA FICA COMO ESTA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FAT-OK.

                   SELECT ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-VAGA-OK.

                   SELECT ARQ-FATURAS-EMP ASSIGN TO "FATURAS-EMPRESAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FTE-OK.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-PROFISSOES LABEL RECORDS STANDARD.

               01 REG-FATURA              PIC X(120).

               FD ARQ-VAGAS LABEL RECORDS STANDARD.

               01 REG-VAGA.
                   02 VAGA-ID             PIC 9(04).
                   02 VAGA-COD            PIC 9(01).
                   02 VAGA-SALARIO        PIC 9(06)V99.
                   02 VAGA-QTDE           PIC 9(03).
                   02 VAGA-STATUS         PIC X(01).
                   02 VAGA-EMPRESA        PIC 9(03).
                   02 VAGA-DT-ENTRADA     PIC 9(06).

      *> CONTAS A RECEBER: UMA FATURA POR EMPRESA E MES (EMPRESA ZEROS
      *> = COLOCAÇÔES DE VAGA SEM EMPRESA CADASTRADA). SITUAÇÂO 'A'
      *> EMITIDA, 'P' PAGA POR DEBITO EM CONTA, 'N' NÂO PAGA (DEBITO
      *> RECUSADO OU EMPRESA SEM AUTORIZAÇÂO, COM O MOTIVO DO JOB DE
      *> COBRANÇA); A NÂO PAGA VOLTA A SER COBRADA NO MES SEGUINTE
               FD ARQ-FATURAS-EMP LABEL RECORDS STANDARD.

               01 REG-FATURA-EMP.
                   02 FTE-EMPRESA         PIC 9(03).
                   02 FTE-ANO             PIC 9(02).
                   02 FTE-MES             PIC 9(02).
                   02 FTE-QTDE            PIC 9(04).
                   02 FTE-VALOR           PIC 9(09)V99.
                   02 FTE-SITUACAO        PIC X(01).
                      88 FTE-PAGA         VALUE 'P'.
                   02 FTE-MOTIVO          PIC X(02).
                   02 FTE-DT-PAGTO        PIC 9(08).

           WORKING-STORAGE SECTION.
           01 ARQ-STATUS.
               02 ARQ-PROF-OK    PIC X(02).
               02 ARQ-COL-OK     PIC X(02).
               02 ARQ-FAT-OK     PIC X(02).
               02 ARQ-VAGA-OK    PIC X(02).
               02 ARQ-FTE-OK     PIC X(02).

           01 PEDIDO.
               02 W-MES-PEDIDO       PIC 9(02).
                   03 FAT-SOMA-SALARIO    PIC 9(09)V99.
                   03 FAT-HONORARIOS      PIC 9(09)V99.

      *> VAGA -> EMPRESA, PARA SABER DE QUEM COBRAR CADA COLOCAÇÂO
           01 W-MAX-VAGAS        PIC 9(02) VALUE 50.
           01 W-QTDE-VAGAS       PIC 9(02) VALUE ZEROS.
           01 VAGAS-TABELA.
               02 TAB-VAGA OCCURS 50 TIMES INDEXED BY IDX-VAGA.
                   03 TAB-VAGA-ID         PIC 9(04).
                   03 TAB-VAGA-EMPRESA    PIC 9(03).

      *> HONORARIOS DO MES POR EMPRESA, NA ORDEM EM QUE APARECEM
           01 W-MAX-EMP-FATURA   PIC 9(02) VALUE 50.
           01 W-QTDE-EMP-FATURA  PIC 9(02) VALUE ZEROS.
           01 W-EMPRESA-COLOCACAO PIC 9(03).
           01 EMPRESA-FATURA-TABELA.
               02 FAT-EMPRESA OCCURS 50 TIMES INDEXED BY IDX-FEM.
                   03 FEM-EMPRESA         PIC 9(03).
                   03 FEM-QTDE            PIC 9(04).
                   03 FEM-HONORARIOS      PIC 9(09)V99.
                   03 FEM-JA-PAGA         PIC X(01).

      *> CONTAS A RECEBER EM MEMORIA PARA A REGRAVAÇÂO
           01 W-MAX-FATURAS      PIC 9(03) VALUE 500.
           01 W-QTDE-FATURAS     PIC 9(03) VALUE ZEROS.
           01 W-FATURAS-CHEIA    PIC X(01) VALUE 'N'.
              88 FATURAS-CHEIA   VALUE 'S'.
           01 FATURAS-TABELA.
               02 TAB-FATURA OCCURS 500 TIMES INDEXED BY IDX-FTE.
                   03 TAB-FTE-REGISTRO    PIC X(33).

           01 CONTROLE.
               02 W-FIM-ARQ          PIC X(01) VALUE 'N'.
                  88 FIM-ARQUIVO     VALUE 'S'.

               PERFORM CARREGA-PROFISSOES.
               PERFORM ZERA-FATURA-TABELA.
               PERFORM CARREGA-VAGAS.

               OPEN INPUT ARQ-COLOCACOES.
               IF ARQ-COL-OK NOT EQUAL "00"
               PERFORM PROCESSA-COLOCACOES UNTIL FIM-ARQUIVO.
               CLOSE ARQ-COLOCACOES.

               PERFORM REGRAVA-FATURAS-EMPRESAS.
               OPEN OUTPUT ARQ-FATURA.
               PERFORM IMPRIME-FATURA.
               PERFORM IMPRIME-FATURA-EMPRESAS.
               CLOSE ARQ-FATURA.
               DISPLAY "FATURAMENTO CONCLUIDO. COLOCACOES NO MES: " W-QTDE-MES.
               STOP RUN.
                   MOVE ZEROS TO FAT-HONORARIOS (IDX-FAT)
               END-PERFORM.

           CARREGA-VAGAS.
               MOVE ZEROS TO W-QTDE-VAGAS.
               OPEN INPUT ARQ-VAGAS.
               IF ARQ-VAGA-OK EQUAL "00"
                   PERFORM UNTIL ARQ-VAGA-OK EQUAL "10" OR W-QTDE-VAGAS EQUAL W-MAX-VAGAS
                       READ ARQ-VAGAS
                           AT END MOVE "10" TO ARQ-VAGA-OK
                           NOT AT END
                               ADD 1 TO W-QTDE-VAGAS
                               SET IDX-VAGA TO W-QTDE-VAGAS
                               MOVE VAGA-ID TO TAB-VAGA-ID (IDX-VAGA)
      *> VAGAS ANTIGAS TRAZEM ESPACOS NO CODIGO DA EMPRESA
                               IF VAGA-EMPRESA NOT NUMERIC
                                   MOVE ZEROS TO VAGA-EMPRESA
                               END-IF
                               MOVE VAGA-EMPRESA TO TAB-VAGA-EMPRESA (IDX-VAGA)
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-VAGAS
               END-IF.

           PROCESSA-COLOCACOES.
               READ ARQ-COLOCACOES
                   AT END MOVE 'S' TO W-FIM-ARQ
                       ADD COL-SALARIO TO FAT-SOMA-SALARIO (IDX-FAT)
                       ADD W-HONORARIO TO FAT-HONORARIOS (IDX-FAT)
               END-SEARCH.
               PERFORM ACUMULA-EMPRESA.

           *> A EMPRESA DA COLOCAÇÂO E A DONA DA VAGA; VAGA NÂO ACHADA OU
           *> SEM EMPRESA FICA NA EMPRESA ZEROS
           ACUMULA-EMPRESA.
               MOVE ZEROS TO W-EMPRESA-COLOCACAO.
               SET IDX-VAGA TO 1.
               SEARCH TAB-VAGA
                   AT END CONTINUE
                   WHEN IDX-VAGA NOT > W-QTDE-VAGAS AND
                        TAB-VAGA-ID (IDX-VAGA) EQUAL COL-VAGA-ID
                       MOVE TAB-VAGA-EMPRESA (IDX-VAGA) TO W-EMPRESA-COLOCACAO
               END-SEARCH.
               SET IDX-FEM TO 1.
               SEARCH FAT-EMPRESA
                   AT END
                       IF W-QTDE-EMP-FATURA < W-MAX-EMP-FATURA
                           ADD 1 TO W-QTDE-EMP-FATURA
                           SET IDX-FEM TO W-QTDE-EMP-FATURA
                           MOVE W-EMPRESA-COLOCACAO TO FEM-EMPRESA (IDX-FEM)
                           MOVE 1 TO FEM-QTDE (IDX-FEM)
                           MOVE W-HONORARIO TO FEM-HONORARIOS (IDX-FEM)
                           MOVE 'N' TO FEM-JA-PAGA (IDX-FEM)
                       ELSE
                           DISPLAY "TABELA DE EMPRESAS CHEIA, COLOCACAO NAO FATURADA: "
                                   COL-CAND-ID
                       END-IF
                   WHEN IDX-FEM NOT > W-QTDE-EMP-FATURA AND
                        FEM-EMPRESA (IDX-FEM) EQUAL W-EMPRESA-COLOCACAO
                       ADD 1 TO FEM-QTDE (IDX-FEM)
                       ADD W-HONORARIO TO FEM-HONORARIOS (IDX-FEM)
               END-SEARCH.

           *> REGRAVA O CONTAS A RECEBER: MANTEM AS FATURAS DOS OUTROS
           *> MESES E A JA PAGA DESTE MES, DESCARTA AS DESTE MES AINDA
           *> NÂO PAGAS E EMITE AS DO MES PELOS TOTAIS POR EMPRESA. SE O
           *> ARQUIVO NÂO COUBER NA TABELA NADA E REGRAVADO
           REGRAVA-FATURAS-EMPRESAS.
               MOVE ZEROS TO W-QTDE-FATURAS.
               MOVE 'N' TO W-FATURAS-CHEIA.
               OPEN INPUT ARQ-FATURAS-EMP.
               IF ARQ-FTE-OK EQUAL "00"
                   PERFORM UNTIL ARQ-FTE-OK EQUAL "10" OR FATURAS-CHEIA
                       READ ARQ-FATURAS-EMP
                           AT END MOVE "10" TO ARQ-FTE-OK
                           NOT AT END PERFORM GUARDA-FATURA-ANTIGA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-FATURAS-EMP
               END-IF.
               PERFORM VARYING IDX-FEM FROM 1 BY 1
                       UNTIL IDX-FEM > W-QTDE-EMP-FATURA OR FATURAS-CHEIA
                   IF FEM-JA-PAGA (IDX-FEM) EQUAL 'S'
                       DISPLAY "FATURA DO MES JA PAGA, NAO REEMITIDA. EMPRESA: "
                               FEM-EMPRESA (IDX-FEM)
                   ELSE
                       PERFORM EMITE-FATURA-EMPRESA
                   END-IF
               END-PERFORM.
               IF FATURAS-CHEIA
                   DISPLAY "FATURAS-EMPRESAS.DAT EXCEDE A TABELA, AMPLIE O LIMITE"
               ELSE
                   OPEN OUTPUT ARQ-FATURAS-EMP
                   PERFORM VARYING IDX-FTE FROM 1 BY 1 UNTIL IDX-FTE > W-QTDE-FATURAS
                       MOVE TAB-FTE-REGISTRO (IDX-FTE) TO REG-FATURA-EMP
                       WRITE REG-FATURA-EMP
                   END-PERFORM
                   CLOSE ARQ-FATURAS-EMP
               END-IF.

           GUARDA-FATURA-ANTIGA.
               IF FTE-ANO EQUAL W-ANO-PEDIDO AND FTE-MES EQUAL W-MES-PEDIDO
                  AND NOT FTE-PAGA
                   CONTINUE
               ELSE
                   IF W-QTDE-FATURAS EQUAL W-MAX-FATURAS
                       MOVE 'S' TO W-FATURAS-CHEIA
                   ELSE
                       ADD 1 TO W-QTDE-FATURAS
                       SET IDX-FTE TO W-QTDE-FATURAS
                       MOVE REG-FATURA-EMP TO TAB-FTE-REGISTRO (IDX-FTE)
                       IF FTE-ANO EQUAL W-ANO-PEDIDO AND
                          FTE-MES EQUAL W-MES-PEDIDO
                           PERFORM MARCA-EMPRESA-PAGA
                       END-IF
                   END-IF
               END-IF.

           MARCA-EMPRESA-PAGA.
               SET IDX-FEM TO 1.
               SEARCH FAT-EMPRESA
                   AT END CONTINUE
                   WHEN IDX-FEM NOT > W-QTDE-EMP-FATURA AND
                        FEM-EMPRESA (IDX-FEM) EQUAL FTE-EMPRESA
                       MOVE 'S' TO FEM-JA-PAGA (IDX-FEM)
               END-SEARCH.

           EMITE-FATURA-EMPRESA.
               IF W-QTDE-FATURAS EQUAL W-MAX-FATURAS
                   MOVE 'S' TO W-FATURAS-CHEIA
               ELSE
                   MOVE SPACES TO REG-FATURA-EMP
                   MOVE FEM-EMPRESA (IDX-FEM) TO FTE-EMPRESA
                   MOVE W-ANO-PEDIDO TO FTE-ANO
                   MOVE W-MES-PEDIDO TO FTE-MES
                   MOVE FEM-QTDE (IDX-FEM) TO FTE-QTDE
                   MOVE FEM-HONORARIOS (IDX-FEM) TO FTE-VALOR
                   MOVE 'A' TO FTE-SITUACAO
                   MOVE ZEROS TO FTE-DT-PAGTO
                   ADD 1 TO W-QTDE-FATURAS
                   SET IDX-FTE TO W-QTDE-FATURAS
                   MOVE REG-FATURA-EMP TO TAB-FTE-REGISTRO (IDX-FTE)
               END-IF.

           IMPRIME-FATURA.
               MOVE SPACES TO REG-FATURA.
                   INTO REG-FATURA.
               WRITE REG-FATURA.

           IMPRIME-FATURA-EMPRESAS.
               MOVE SPACES TO REG-FATURA.
               MOVE "FATURAS POR EMPRESA (EMPRESA 000 = VAGA SEM EMPRESA)" TO REG-FATURA.
               WRITE REG-FATURA.
               PERFORM VARYING IDX-FEM FROM 1 BY 1 UNTIL IDX-FEM > W-QTDE-EMP-FATURA
                   MOVE FEM-HONORARIOS (IDX-FEM) TO W-HON-MASK
                   MOVE SPACES TO REG-FATURA
                   STRING "EMPRESA " DELIMITED BY SIZE
                          FEM-EMPRESA (IDX-FEM) DELIMITED BY SIZE
                          " COLOCACOES " DELIMITED BY SIZE
                          FEM-QTDE (IDX-FEM) DELIMITED BY SIZE
                          " HONORARIOS " DELIMITED BY SIZE
                          W-HON-MASK DELIMITED BY SIZE
                       INTO REG-FATURA
                   IF FEM-JA-PAGA (IDX-FEM) EQUAL 'S'
                       MOVE "JA PAGA, NAO REEMITIDA" TO REG-FATURA (70:22)
                   END-IF
                   WRITE REG-FATURA
               END-PERFORM.

       END PROGRAM PROGRAM2-FATURA.
