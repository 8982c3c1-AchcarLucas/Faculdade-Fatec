       *> (TABELA-INSS.DAT / TABELA-IRRF.DAT) PORQUE MUDAM TODO ANO;
       *> NA PRIMEIRA EXECUCAO, SE NAO EXISTIREM, SAO SEMEADAS COM AS
       *> FAIXAS VIGENTES E DAI EM DIANTE BASTA EDITAR O ARQUIVO.
       *> DEPOIS DOS DESCONTOS LEGAIS VEM O EMPRESTIMO CONSIGNADO: AS
       *> PARCELAS DOS CONTRATOS CONSIGNADOS DO FUNCIONARIO (CONTA DA
       *> FOLHA EM FUNCIONARIO-CONTA.DAT, CONTRATO EM ARQ-EMPRESTIMO.DAT
       *> COM A MATRICULA) SAO DESCONTADAS ATE A MARGEM CONSIGNAVEL, UM
       *> PERCENTUAL DO LIQUIDO LEGAL (MARGEM-CONSIGNAVEL.DAT, SEMEADO
       *> COMO AS TABELAS). CADA PARCELA VAI PARA PAYROLL-CONSIGNADO.DAT
       *> COM O QUE FOI DESCONTADO E O RESIDUO QUE A MARGEM NAO COBRIU;
       *> O CONTA-SALARIO DA A PARCELA COMO PAGA NO CONTRATO E O RESIDUO
       *> FICA PARA O DEBITO EM CONTA DO JOB DE COBRANCA.
       *> CADA FOLHA E TRIBUTADA COMO A LEI TRATA O SEU TIPO: A MENSAL
       *> COMO SEMPRE; A 1A PARCELA DO 13O SEM INSS NEM IRRF; A 2A
       *> PARCELA COM INSS E IRRF SOBRE O 13O INTEGRAL, CALCULADOS EM
       *> SEPARADO DO SALARIO DO MES (TRIBUTACAO EXCLUSIVA), E A 1A
       *> PARCELA ABATIDA NO LIQUIDO; AS FERIAS COM INSS E IRRF SOBRE
       *> FERIAS MAIS O TERCO, CALCULADOS EM SEPARADO DO MES. O
       *> CONSIGNADO SO E DESCONTADO NA FOLHA MENSAL.

       environment division.
       configuration section.
                       organization line sequential
                       file status ARQ-DES-OK.

                   select ARQ-MARGEM assign to "MARGEM-CONSIGNAVEL.DAT"
                       organization line sequential
                       file status ARQ-MRG-OK.

                   select ARQ-FUNC-CONTA assign to "FUNCIONARIO-CONTA.DAT"
                       organization line sequential
                       file status ARQ-FNC-OK.

                   select ARQ-EMPRESTIMO assign to "ARQ-EMPRESTIMO.DAT"
                       organization indexed
                       access mode dynamic
                       record key is EMP-CHAVE
                       file status ARQ-EMP-OK.

                   select ARQ-CONSIGNADO assign to "PAYROLL-CONSIGNADO.DAT"
                       organization line sequential
                       file status ARQ-CSG-OK.

       data division.
           file section.
               FD ARQ-PAYROLL label records standard.
                   02 PAY-SALARIO          PIC 9(05)V99.
                   02 PAY-PERCENTUAL       PIC 9(03)V99.
                   02 PAY-SAL-AJUSTADO     PIC 9(07)V99.
                   02 PAY-TIPO-FOLHA       PIC X(01).
                       88 PAY-FOLHA-MENSAL VALUE 'M' SPACE.
                       88 PAY-13-PRIMEIRA  VALUE 'P'.
                       88 PAY-13-SEGUNDA   VALUE 'S'.
                       88 PAY-FERIAS       VALUE 'F'.
                   02 PAY-REFERENCIA       PIC 9(06).
                   02 PAY-AVOS             PIC 9(02).
                   02 PAY-DIAS-FERIAS      PIC 9(02).
                   02 PAY-VALOR-FOLHA      PIC 9(07)V99.
                   02 PAY-TERCO-FERIAS     PIC 9(07)V99.
                   02 PAY-ADIANTADO        PIC 9(07)V99.
                   02 PAY-HORAS-EXTRA-50   PIC 9(03)V99.
                   02 PAY-VALOR-EXTRA-50   PIC 9(07)V99.
                   02 PAY-HORAS-EXTRA-100  PIC 9(03)V99.
                   02 PAY-VALOR-EXTRA-100  PIC 9(07)V99.
                   02 PAY-HORAS-NOTURNAS   PIC 9(03)V99.
                   02 PAY-VALOR-NOTURNO    PIC 9(07)V99.
                   02 PAY-DIAS-FALTA       PIC 9(02).
                   02 PAY-VALOR-FALTAS     PIC 9(07)V99.

               FD ARQ-INSS label records standard.

               FD ARQ-DESCONTOS label records standard.

               *> UMA LINHA POR FUNCIONARIO DA FOLHA, NA MESMA ORDEM,
               *> COM OS DESCONTOS E O LIQUIDO REAL; O TIPO E A
               *> REFERENCIA DA FOLHA SEGUEM PARA O CREDITO EM CONTA E
               *> DES-BRUTO-FOLHA E A BASE TRIBUTADA DESTA FOLHA
               01 REG-DESCONTO.
                   02 DES-MATRICULA        PIC 9(05).
                   02 DES-DEPARTAMENTO     PIC 9(03).
                   02 DES-SAL-AJUSTADO     PIC 9(07)V99.
                   02 DES-INSS             PIC 9(07)V99.
                   02 DES-IRRF             PIC 9(07)V99.
                   02 DES-CONSIGNADO       PIC 9(07)V99.
                   02 DES-LIQUIDO          PIC 9(07)V99.
                   02 DES-TIPO-FOLHA       PIC X(01).
                   02 DES-REFERENCIA       PIC 9(06).
                   02 DES-BRUTO-FOLHA      PIC 9(07)V99.

               FD ARQ-MARGEM label records standard.

               *> PERCENTUAL DO LIQUIDO LEGAL (SALARIO MENOS INSS E IRRF)
               *> QUE PODE SER COMPROMETIDO COM PARCELAS DE CONSIGNADO
               01 REG-MARGEM.
                   02 MRG-PERCENTUAL       PIC 9(02)V99.

               FD ARQ-FUNC-CONTA label records standard.

               01 REG-FUNC-CONTA.
                   02 FNC-MATRICULA        PIC 9(05).
                   02 FNC-COD-CONTA        PIC 9(07).
                   02 FNC-DV               PIC 9(01).

               FD ARQ-EMPRESTIMO label records standard.

               copy EMPREST.

               FD ARQ-CONSIGNADO label records standard.

               *> UMA LINHA POR PARCELA DE CONSIGNADO TRATADA NA FOLHA:
               *> O VALOR DA PARCELA, O QUE FOI DESCONTADO DO SALARIO E O
               *> RESIDUO QUE A MARGEM NAO COBRIU (VAI PARA DEBITO EM CONTA)
               01 REG-CONSIGNADO.
                   02 CSG-MATRICULA        PIC 9(05).
                   02 CSG-COD-CONTA        PIC 9(07).
                   02 CSG-SEQUENCIA        PIC 9(06).
                   02 CSG-VALOR-PARCELA    PIC 9(08)V99.
                   02 CSG-DESCONTADO       PIC 9(08)V99.
                   02 CSG-RESIDUO          PIC 9(08)V99.

       working-storage section.
           01 ARQ-STATUS.
               02 ARQ-INS-OK               PIC X(02).
               02 ARQ-IRF-OK               PIC X(02).
               02 ARQ-DES-OK               PIC X(02).
               02 ARQ-MRG-OK               PIC X(02).
               02 ARQ-FNC-OK               PIC X(02).
               02 ARQ-EMP-OK               PIC X(02).
               02 ARQ-CSG-OK               PIC X(02).

           01 TABELA-INSS-VARIABLES.
               02 W-MAX-FAIXAS             PIC 9(02) VALUE 10.
               02 W-INSS                   PIC 9(07)V99.
               02 W-IRRF                   PIC 9(07)V99.
               02 W-BASE-IRRF              PIC 9(07)V99.
               02 W-LIQUIDO-LEGAL          PIC 9(07)V99.
               02 W-DESCONTOS-LEGAIS       PIC 9(07)V99.

           *> CONSIGNADO: MARGEM DO FUNCIONARIO E CONTA DA FOLHA,
           *> CARREGADA EM TABELA NA PARTIDA COMO NO CONTA-SALARIO
           01 CONSIGNADO-VARIABLES.
               02 W-PERC-MARGEM            PIC 9(02)V99 VALUE ZEROS.
               02 W-MARGEM                 PIC 9(07)V99.
               02 W-CONSIGNADO             PIC 9(07)V99.
               02 W-TEM-EMPRESTIMO         PIC X(01) VALUE 'N'.
                   88 TEM-EMPRESTIMO       VALUE 'S'.
               02 W-MAX-FUNC               PIC 9(03) VALUE 200.
               02 W-QTDE-FUNC              PIC 9(03) VALUE ZEROS.
               02 FUNC-TABELA.
                   03 TAB-FUNC occurs 200 times indexed by IDX-FNC.
                       04 TF-MATRICULA     PIC 9(05).
                       04 TF-COD-CONTA     PIC 9(07).
               02 W-CONTA-FOLHA            PIC 9(07).

           01 DATA-HOJE.
               02 W-ANO-HOJE               PIC 9(04).
               02 W-MES-HOJE               PIC 9(02).
               02 W-DIA-HOJE               PIC 9(02).

           *> MES DA FOLHA EM CALCULO (AAAAMM); A FOLHA SEM REFERENCIA
           *> E A MENSAL DO MES CORRENTE
           01 W-REFERENCIA-FOLHA.
               02 W-REF-ANO                PIC 9(04).
               02 W-REF-MES                PIC 9(02).

           01 CONTROLE.
               02 WS-QTDE-LINHAS           PIC 9(05) VALUE ZEROS.
               02 WS-TOT-AJUSTADO          PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-ADIANTADO         PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-INSS              PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-IRRF              PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-CONSIGNADO        PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-RESIDUO           PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
               02 MASK-TOTAL               PIC ZZZ.ZZZ.ZZ9,99.

                   display "TABELAS DE FAIXAS VAZIAS OU ILEGIVEIS"
                   stop run
               end-if.
               accept DATA-HOJE from date yyyymmdd.
               perform ROT-CARREGA-MARGEM.
               perform ROT-CARREGA-FUNC-CONTA.

               open input ARQ-PAYROLL.
               if ARQ-PAY-OK not = "00"
                   stop run
               end-if.
               open output ARQ-DESCONTOS.
               *> SEM O ARQUIVO DE EMPRESTIMOS NAO HA CONSIGNADO A
               *> DESCONTAR; A FOLHA SAI SO COM OS DESCONTOS LEGAIS
               open input ARQ-EMPRESTIMO.
               if ARQ-EMP-OK = "00"
                   move 'S' to W-TEM-EMPRESTIMO
               end-if.
               open output ARQ-CONSIGNADO.
               perform ROT-PROCESSA until FIM-ARQUIVO.
               close ARQ-PAYROLL.
               close ARQ-DESCONTOS.
               close ARQ-CONSIGNADO.
               if TEM-EMPRESTIMO
                   close ARQ-EMPRESTIMO
               end-if.

               display "FUNCIONARIOS PROCESSADOS: " WS-QTDE-LINHAS.
               move WS-TOT-AJUSTADO to MASK-TOTAL.
               display "TOTAL BRUTO ..... " MASK-TOTAL.
               move WS-TOT-ADIANTADO to MASK-TOTAL.
               display "1A PARC. ABATIDA  " MASK-TOTAL.
               move WS-TOT-INSS to MASK-TOTAL.
               display "TOTAL INSS ...... " MASK-TOTAL.
               move WS-TOT-IRRF to MASK-TOTAL.
               display "TOTAL IRRF ...... " MASK-TOTAL.
               move WS-TOT-CONSIGNADO to MASK-TOTAL.
               display "TOTAL CONSIGNADO  " MASK-TOTAL.
               move WS-TOT-RESIDUO to MASK-TOTAL.
               display "RESIDUO P/ CONTA  " MASK-TOTAL.
               move WS-TOT-LIQUIDO to MASK-TOTAL.
               display "TOTAL LIQUIDO ... " MASK-TOTAL.
               stop run.
                   not at end perform ROT-CALCULA-LINHA
               end-read.

           *> A BASE DE CADA TIPO DE FOLHA: MENSAL E 13O SOBRE O VALOR
           *> DA FOLHA (NA 2A PARCELA, O 13O INTEGRAL), FERIAS SOBRE
           *> FERIAS MAIS O TERCO; A 1A PARCELA DO 13O NAO TEM DESCONTO
           *> LEGAL. FOLHA GRAVADA ANTES DO TIPO (SEM VALOR DA FOLHA)
           *> SEGUE COMO MENSAL SOBRE O AJUSTADO
           ROT-CALCULA-LINHA.
               if PAY-TIPO-FOLHA = space
                   move PAY-SAL-AJUSTADO to PAY-VALOR-FOLHA
                   move zeros to PAY-TERCO-FERIAS PAY-ADIANTADO
                                 PAY-REFERENCIA
               end-if.
               compute W-BASE = PAY-VALOR-FOLHA + PAY-TERCO-FERIAS.
               move zeros to W-INSS W-IRRF W-CONSIGNADO.
               if not PAY-13-PRIMEIRA
                   perform ROT-CALCULA-INSS
                   perform ROT-CALCULA-IRRF
               end-if.
               *> NA 2A PARCELA A 1A JA FOI PAGA; SE O 13O INTEGRAL
               *> CAIU ABAIXO DELA (SALARIO REDUZIDO), NAO HA LIQUIDO
               compute W-DESCONTOS-LEGAIS = W-INSS + W-IRRF + PAY-ADIANTADO.
               if W-DESCONTOS-LEGAIS > W-BASE
                   move zeros to W-LIQUIDO-LEGAL
               else
                   compute W-LIQUIDO-LEGAL = W-BASE - W-DESCONTOS-LEGAIS
               end-if.
               if PAY-FOLHA-MENSAL
                   perform ROT-CALCULA-CONSIGNADO
               end-if.
               move PAY-MATRICULA to DES-MATRICULA.
               move PAY-DEPARTAMENTO to DES-DEPARTAMENTO.
               move PAY-NOME to DES-NOME.
               move PAY-SAL-AJUSTADO to DES-SAL-AJUSTADO.
               move W-INSS to DES-INSS.
               move W-IRRF to DES-IRRF.
               move W-CONSIGNADO to DES-CONSIGNADO.
               compute DES-LIQUIDO = W-LIQUIDO-LEGAL - W-CONSIGNADO.
               move PAY-TIPO-FOLHA to DES-TIPO-FOLHA.
               if PAY-TIPO-FOLHA = space
                   move 'M' to DES-TIPO-FOLHA
               end-if.
               move PAY-REFERENCIA to DES-REFERENCIA.
               move W-BASE to DES-BRUTO-FOLHA.
               write REG-DESCONTO.
               add 1 to WS-QTDE-LINHAS.
               add W-BASE to WS-TOT-AJUSTADO.
               add PAY-ADIANTADO to WS-TOT-ADIANTADO.
               add W-INSS to WS-TOT-INSS.
               add W-IRRF to WS-TOT-IRRF.
               add W-CONSIGNADO to WS-TOT-CONSIGNADO.
               add DES-LIQUIDO to WS-TOT-LIQUIDO.

           *> INSS PROGRESSIVO: CADA FATIA ENTRE O TETO DA FAIXA ANTERIOR
                   move zeros to W-IRRF
               end-if.

           *> CONSIGNADO: AS PARCELAS DOS CONTRATOS CONSIGNADOS DA
           *> MATRICULA NA CONTA DA FOLHA, EM ORDEM DE CONTRATO, SAO
           *> DESCONTADAS ENQUANTO HOUVER MARGEM; A PARCELA QUE A MARGEM
           *> COBRE SO EM PARTE DEIXA O RESTO COMO RESIDUO PARA A CONTA.
           *> CONTRATO JA COBRADO NO MES DE REFERENCIA DA FOLHA (PELO
           *> DEBITO EM CONTA OU POR UMA FOLHA ANTERIOR DO MESMO MES) NAO
           *> ENTRA DE NOVO; O MES E O DA FOLHA, NAO O DA EXECUCAO, PARA A
           *> FOLHA RODADA NO COMECO DO MES SEGUINTE NAO COBRAR DUAS VEZES
           ROT-CALCULA-CONSIGNADO.
               move zeros to W-CONSIGNADO.
               if PAY-REFERENCIA = zeros
                   move W-ANO-HOJE to W-REF-ANO
                   move W-MES-HOJE to W-REF-MES
               else
                   move PAY-REFERENCIA to W-REFERENCIA-FOLHA
               end-if.
               compute W-MARGEM rounded =
                   W-LIQUIDO-LEGAL * W-PERC-MARGEM / 100.
               move zeros to W-CONTA-FOLHA.
               if TEM-EMPRESTIMO and W-QTDE-FUNC > zeros
                   set IDX-FNC to 1
                   search TAB-FUNC
                       at end continue
                       when TF-MATRICULA (IDX-FNC) = PAY-MATRICULA
                           move TF-COD-CONTA (IDX-FNC) to W-CONTA-FOLHA
                   end-search
               end-if.
               if W-CONTA-FOLHA not = zeros
                   move W-CONTA-FOLHA to EMP-COD-CONTA
                   move zeros to EMP-SEQUENCIA
                   start ARQ-EMPRESTIMO key is not less than EMP-CHAVE
                       invalid key move "10" to ARQ-EMP-OK
                       not invalid key move "00" to ARQ-EMP-OK
                   end-start
                   perform until ARQ-EMP-OK = "10"
                       read ARQ-EMPRESTIMO next record
                           at end move "10" to ARQ-EMP-OK
                           not at end
                               if EMP-COD-CONTA not = W-CONTA-FOLHA
                                   move "10" to ARQ-EMP-OK
                               else
                                   if EMP-CONSIGNADO and
                                      EMP-MATRICULA = PAY-MATRICULA and
                                      EMP-ATIVO and not EMP-SUSPENSO and
                                      EMP-PARCELAS-PAGAS < EMP-QTDE-PARCELAS and
                                      not (EMP-COBR-ANO = W-REF-ANO and
                                           EMP-COBR-MES = W-REF-MES)
                                       perform ROT-DESCONTA-PARCELA
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if.

           ROT-DESCONTA-PARCELA.
               move PAY-MATRICULA to CSG-MATRICULA.
               move EMP-COD-CONTA to CSG-COD-CONTA.
               move EMP-SEQUENCIA to CSG-SEQUENCIA.
               move EMP-VALOR-PARCELA to CSG-VALOR-PARCELA.
               if EMP-VALOR-PARCELA not > W-MARGEM
                   move EMP-VALOR-PARCELA to CSG-DESCONTADO
               else
                   move W-MARGEM to CSG-DESCONTADO
               end-if.
               compute CSG-RESIDUO = EMP-VALOR-PARCELA - CSG-DESCONTADO.
               subtract CSG-DESCONTADO from W-MARGEM.
               add CSG-DESCONTADO to W-CONSIGNADO.
               add CSG-RESIDUO to WS-TOT-RESIDUO.
               write REG-CONSIGNADO.

           *> CARGA DA MARGEM CONSIGNAVEL; SEM ARQUIVO, SEMEIA O
           *> PERCENTUAL LEGAL VIGENTE E RELE
           ROT-CARREGA-MARGEM.
               move zeros to W-PERC-MARGEM.
               open input ARQ-MARGEM.
               if ARQ-MRG-OK not = "00"
                   perform ROT-SEMEIA-MARGEM
                   open input ARQ-MARGEM
               end-if.
               if ARQ-MRG-OK = "00"
                   read ARQ-MARGEM
                       at end continue
                       not at end move MRG-PERCENTUAL to W-PERC-MARGEM
                   end-read
                   close ARQ-MARGEM
               end-if.
               exit.

           ROT-SEMEIA-MARGEM.
               open output ARQ-MARGEM.
               move 35,00 to MRG-PERCENTUAL.
               write REG-MARGEM.
               close ARQ-MARGEM.
               display "MARGEM-CONSIGNAVEL.DAT SEMEADO COM O PERCENTUAL VIGENTE".
               exit.

           *> CADASTRO MATRICULA -> CONTA DA FOLHA (O MESMO QUE O
           *> CONTA-SALARIO USA PARA CREDITAR O LIQUIDO)
           ROT-CARREGA-FUNC-CONTA.
               move zeros to W-QTDE-FUNC.
               open input ARQ-FUNC-CONTA.
               if ARQ-FNC-OK = "00"
                   perform until ARQ-FNC-OK = "10"
                              or W-QTDE-FUNC = W-MAX-FUNC
                       read ARQ-FUNC-CONTA
                           at end move "10" to ARQ-FNC-OK
                           not at end
                               add 1 to W-QTDE-FUNC
                               set IDX-FNC to W-QTDE-FUNC
                               move FNC-MATRICULA to TF-MATRICULA (IDX-FNC)
                               move FNC-COD-CONTA to TF-COD-CONTA (IDX-FNC)
                       end-read
                   end-perform
                   close ARQ-FUNC-CONTA
               end-if.
               exit.

           *> CARGA DA TABELA DE INSS; SEM ARQUIVO, SEMEIA AS FAIXAS
           *> VIGENTES E RELE
           ROT-CARREGA-INSS.
