       identification division.
       program-id. ENCARGOS-FOLHA.

       *> ENCARGOS DO EMPREGADOR SOBRE A FOLHA: LE A FOLHA AJUSTADA
       *> (PAYROLL-AJUSTADO.DAT) DA EXECUCAO DO LOTE DE CONSISTENCIA E
       *> APLICA A CADA FUNCIONARIO AS ALIQUOTAS DA TABELA DE ENCARGOS
       *> (TABELA-ENCARGOS.DAT: FGTS, INSS PATRONAL, RAT, TERCEIROS;
       *> ARQUIVO EXTERNO COMO AS TABELAS DE INSS E IRRF, SEMEADO NA
       *> PRIMEIRA EXECUCAO). A BASE DE CADA ENCARGO SEGUE A GUIA: O
       *> FGTS INCIDE SOBRE O QUE A FOLHA PAGA (NA 2A PARCELA DO 13O,
       *> SO O QUE FALTAVA DEPOIS DA 1A); OS DA GUIA DO INSS INCIDEM
       *> SOBRE A REMUNERACAO DO MES, DAS FERIAS COM O TERCO E DO 13O
       *> INTEGRAL NA 2A PARCELA (A 1A PARCELA NAO TEM INSS). GRAVA:
       *>   - O RELATORIO DE CUSTO POR FUNCIONARIO E POR DEPARTAMENTO
       *>     (BRUTO + ENCARGOS, DEPARTAMENTOS DE DEPARTAMENTOS.DAT);
       *>   - O ARQUIVO DE DEPOSITO DO FGTS, UM REGISTRO 30 POR
       *>     TRABALHADOR ENTRE O 00 DA COMPETENCIA E O 90 DE TOTAIS;
       *>     O 00 LEVA O CNPJ DO EMPREGADOR (EMPREGADOR.DAT) E CADA 30
       *>     O PIS DO TRABALHADOR (FUNCIONARIO-PIS.DAT, MATRICULA ->
       *>     PIS, NOS MOLDES DO FUNCIONARIO-CONTA.DAT). SEM CNPJ OU
       *>     SEM O PIS DE ALGUEM O ARQUIVO SAI ASSIM MESMO, COM ZEROS,
       *>     E O FIM DA EXECUCAO AVISA PARA CORRIGIR E REEXECUTAR;
       *>   - O LANCAMENTO CONTABIL DO CUSTO DA FOLHA NO MESMO LAYOUT DA
       *>     INTERFACE DO RAZAO DO BANCO (ARQ-GL-INTERFACE.DAT), COM O
       *>     DEPARTAMENTO NO LUGAR DA AGENCIA.
       *> CADA ARQUIVO LEVA O TIPO E A REFERENCIA DA FOLHA NO NOME; A
       *> REEXECUCAO DA MESMA FOLHA REGRAVA OS ARQUIVOS E REPETE A
       *> SEQUENCIA DO LANCAMENTO.

       environment division.
       configuration section.
           special-names.
               decimal-point is comma.

           input-output section.
               file-control.
                   select ARQ-PAYROLL assign to "PAYROLL-AJUSTADO.DAT"
                       organization line sequential
                       file status ARQ-PAY-OK.

                   select ARQ-ENCARGOS assign to "TABELA-ENCARGOS.DAT"
                       organization line sequential
                       file status ARQ-ENC-OK.

                   select ARQ-DEPARTAMENTOS assign to "DEPARTAMENTOS.DAT"
                       organization line sequential
                       file status ARQ-DEP-OK.

                   select ARQ-CUSTO assign to WS-CUSTO-FILENAME
                       organization line sequential
                       file status ARQ-CUS-OK.

                   select ARQ-FGTS assign to WS-FGTS-FILENAME
                       organization line sequential
                       file status ARQ-FGT-OK.

                   select ARQ-EMPREGADOR assign to "EMPREGADOR.DAT"
                       organization line sequential
                       file status ARQ-EPR-OK.

                   select ARQ-FUNC-PIS assign to "FUNCIONARIO-PIS.DAT"
                       organization line sequential
                       file status ARQ-PIS-OK.

                   select ARQ-GL assign to WS-GL-FILENAME
                       organization line sequential
                       file status ARQ-GL-OK.

                   select ARQ-GL-SEQ assign to "PAYROLL-GL-SEQ.DAT"
                       organization line sequential
                       file status ARQ-GLS-OK.

       data division.
           file section.
               FD ARQ-PAYROLL label records standard.

               01 REG-PAYROLL.
                   02 PAY-MATRICULA        PIC 9(05).
                   02 PAY-DEPARTAMENTO     PIC 9(03).
                   02 PAY-NOME             PIC X(30).
                   02 PAY-SALARIO          PIC 9(05)V99.
                   02 PAY-PERCENTUAL       PIC 9(03)V99.
                   02 PAY-SAL-AJUSTADO     PIC 9(07)V99.
                   02 PAY-TIPO-FOLHA       PIC X(01).
                       88 PAY-13-PRIMEIRA  VALUE 'P'.
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

               FD ARQ-ENCARGOS label records standard.

               *> UM ENCARGO POR LINHA: CODIGO, DESCRICAO, ALIQUOTA SOBRE
               *> A BASE E A GUIA EM QUE E RECOLHIDO ('F' DEPOSITO DO
               *> FGTS, 'G' GUIA DO INSS COM PATRONAL, RAT E TERCEIROS)
               01 REG-ENCARGO.
                   02 ENC-CODIGO           PIC X(02).
                   02 ENC-DESCRICAO        PIC X(20).
                   02 ENC-ALIQUOTA         PIC 9(02)V99.
                   02 ENC-GUIA             PIC X(01).

               FD ARQ-DEPARTAMENTOS label records standard.

               01 REG-DEPARTAMENTO.
                   02 DEP-COD              PIC 9(03).
                   02 DEP-NOME             PIC X(20).

               FD ARQ-CUSTO label records standard.

               01 REG-CUSTO                PIC X(100).

               FD ARQ-FGTS label records standard.

               *> DEPOSITO DO FGTS: 00 CABECALHO DA COMPETENCIA, 30 UM POR
               *> TRABALHADOR COM A REMUNERACAO E O DEPOSITO, 90 TOTAIS
               01 REG-FGTS-HEADER.
                   02 FGH-TIPO             PIC X(02).
                   02 FGH-COMPETENCIA      PIC 9(06).
                   02 FGH-DATA-GERACAO     PIC 9(08).
                   02 FGH-TIPO-FOLHA       PIC X(01).
                   02 FGH-CNPJ             PIC 9(14).
                   02 FILLER               PIC X(49).

               01 REG-FGTS-DETALHE.
                   02 FGD-TIPO             PIC X(02).
                   02 FGD-MATRICULA        PIC 9(05).
                   02 FGD-NOME             PIC X(30).
                   02 FGD-COMPETENCIA      PIC 9(06).
                   02 FGD-REMUNERACAO      PIC 9(11)V99.
                   02 FGD-DEPOSITO         PIC 9(11)V99.
                   02 FGD-PIS              PIC 9(11).

               01 REG-FGTS-TRAILER.
                   02 FGT-TIPO             PIC X(02).
                   02 FGT-QTDE             PIC 9(06).
                   02 FGT-TOT-REMUNERACAO  PIC 9(13)V99.
                   02 FGT-TOT-DEPOSITO     PIC 9(13)V99.
                   02 FILLER               PIC X(42).

               FD ARQ-EMPREGADOR label records standard.

               *> UMA LINHA: CNPJ E RAZAO SOCIAL DO EMPREGADOR
               01 REG-EMPREGADOR.
                   02 EPR-CNPJ             PIC 9(14).
                   02 EPR-RAZAO-SOCIAL     PIC X(40).

               FD ARQ-FUNC-PIS label records standard.

               01 REG-FUNC-PIS.
                   02 FPI-MATRICULA        PIC 9(05).
                   02 FPI-PIS              PIC 9(11).

               *> MESMO LAYOUT DE ARQ-GL-INTERFACE.DAT: HEADER "00", POR
               *> DEPARTAMENTO UM PAR "01" DA FOLHA BRUTA ('D' DESPESA,
               *> 'C' SALARIOS A PAGAR) E UM PAR "02" DOS ENCARGOS ('D'
               *> DESPESA, 'C' ENCARGOS A RECOLHER), E TRAILER "99" COM
               *> QUANTIDADE E HASH DOS VALORES
               FD ARQ-GL label records standard.

               01 REG-GL-HEADER.
                   02 GLH-TIPO             PIC X(02).
                   02 GLH-DATA             PIC 9(08).
                   02 GLH-SEQUENCIA        PIC 9(06).
                   02 FILLER               PIC X(24).

               01 REG-GL-DETALHE.
                   02 GLD-TIPO             PIC X(02).
                   02 GLD-COD-AGENCIA      PIC 9(04).
                   02 GLD-NATUREZA         PIC X(01).
                   02 GLD-VALOR            PIC 9(13)V99.
                   02 GLD-DATA             PIC 9(08).
                   02 FILLER               PIC X(10).

               01 REG-GL-TRAILER.
                   02 GLT-TIPO             PIC X(02).
                   02 GLT-QTDE             PIC 9(06).
                   02 GLT-HASH             PIC 9(15)V99.
                   02 FILLER               PIC X(15).

               *> SEQUENCIA PROPRIA DOS LANCAMENTOS DA FOLHA; A MESMA
               *> FOLHA (TIPO E REFERENCIA) REEXECUTADA REPETE O NUMERO
               FD ARQ-GL-SEQ label records standard.

               01 REG-GL-SEQ.
                   02 GLS-ULTIMA-SEQUENCIA PIC 9(06).
                   02 GLS-TIPO-FOLHA       PIC X(01).
                   02 GLS-REFERENCIA       PIC 9(06).

       working-storage section.
           01 ARQ-STATUS.
               02 ARQ-PAY-OK               PIC X(02).
               02 ARQ-ENC-OK               PIC X(02).
               02 ARQ-DEP-OK               PIC X(02).
               02 ARQ-CUS-OK               PIC X(02).
               02 ARQ-FGT-OK               PIC X(02).
               02 ARQ-EPR-OK               PIC X(02).
               02 ARQ-PIS-OK               PIC X(02).
               02 ARQ-GL-OK                PIC X(02).
               02 ARQ-GLS-OK               PIC X(02).

           01 NOMES-DE-ARQUIVO.
               02 WS-CUSTO-FILENAME        PIC X(40).
               02 WS-FGTS-FILENAME         PIC X(40).
               02 WS-GL-FILENAME           PIC X(40).

           01 FOLHA-VARIABLES.
               02 WS-TIPO-FOLHA            PIC X(01).
               02 WS-REFERENCIA.
                   03 WS-REF-ANO           PIC 9(04).
                   03 WS-REF-MES           PIC 9(02).

           01 DATA-HOJE.
               02 W-ANO-HOJE               PIC 9(04).
               02 W-MES-HOJE               PIC 9(02).
               02 W-DIA-HOJE               PIC 9(02).

           01 TABELA-ENCARGOS-VARIABLES.
               02 W-MAX-ENCARGOS           PIC 9(02) VALUE 10.
               02 W-QTDE-ENCARGOS          PIC 9(02) VALUE ZEROS.
               02 ENCARGOS-TABELA.
                   03 TAB-ENCARGO occurs 10 times indexed by IDX-ENC.
                       04 TEN-CODIGO       PIC X(02).
                       04 TEN-DESCRICAO    PIC X(20).
                       04 TEN-ALIQUOTA     PIC 9(02)V99.
                       04 TEN-GUIA         PIC X(01).
                           88 TEN-FGTS     VALUE 'F'.
                       04 TEN-TOTAL        PIC 9(11)V99.

           *> ACUMULADORES POR DEPARTAMENTO; O ENCARGO DO DEPARTAMENTO
           *> VEM NA MESMA ORDEM DA TABELA DE ENCARGOS
           01 DEPTO-TABELA-VARIABLES.
               02 W-MAX-DEPTOS             PIC 9(02) VALUE 20.
               02 W-QTDE-DEPTOS            PIC 9(02) VALUE ZEROS.
               02 W-DEPTO-ACHADO           PIC X(01).
                   88 DEPTO-ACHADO         VALUE 'S'.
               02 DEPTO-TABELA.
                   03 TAB-DEPTO occurs 20 times indexed by IDX-DEP.
                       04 TD-COD           PIC 9(03).
                       04 TD-NOME          PIC X(20).
                       04 TD-QTDE          PIC 9(05).
                       04 TD-TOT-BRUTO     PIC 9(11)V99.
                       04 TD-TOT-ENCARGOS  PIC 9(11)V99.
                       04 TD-TOT-ENC occurs 10 times PIC 9(11)V99.

           01 FGTS-CADASTRO-VARIABLES.
               02 W-CNPJ-EMPREGADOR        PIC 9(14) VALUE ZEROS.
               02 W-MAX-PIS                PIC 9(03) VALUE 200.
               02 W-QTDE-PIS               PIC 9(03) VALUE ZEROS.
               02 PIS-TABELA.
                   03 TAB-PIS occurs 200 times indexed by IDX-PIS.
                       04 TP-MATRICULA     PIC 9(05).
                       04 TP-PIS           PIC 9(11).
               02 W-PIS-FUNC               PIC 9(11).

           01 CALCULO-VARIABLES.
               02 WS-FIM-ARQ               PIC X(01) VALUE 'N'.
                   88 FIM-ARQUIVO          VALUE 'S'.
               02 W-VARRE                  PIC 9(02).
               02 W-VARRE-ENC              PIC 9(02).
               02 W-BASE-FGTS              PIC 9(07)V99.
               02 W-BASE-INSS              PIC 9(07)V99.
               02 W-BRUTO                  PIC 9(07)V99.
               02 W-ENCARGO                PIC 9(07)V99.
               02 W-TOT-ENCARGOS-FUNC      PIC 9(07)V99.
               02 W-FGTS-FUNC              PIC 9(07)V99.
               02 W-CUSTO                  PIC 9(09)V99.

           01 GL-VARIABLES.
               02 W-GL-SEQUENCIA           PIC 9(06) VALUE ZEROS.
               02 W-GL-QTDE                PIC 9(06) VALUE ZEROS.
               02 W-GL-HASH                PIC 9(15)V99 VALUE ZEROS.

           01 CONTROLE.
               02 WS-QTDE-LINHAS           PIC 9(05) VALUE ZEROS.
               02 WS-QTDE-FGTS             PIC 9(06) VALUE ZEROS.
               02 WS-QTDE-SEM-PIS          PIC 9(06) VALUE ZEROS.
               02 WS-TOT-BRUTO             PIC 9(11)V99 VALUE ZEROS.
               02 WS-TOT-ENCARGOS          PIC 9(11)V99 VALUE ZEROS.
               02 WS-TOT-REMUN-FGTS        PIC 9(13)V99 VALUE ZEROS.
               02 WS-TOT-FGTS              PIC 9(13)V99 VALUE ZEROS.

           01 MASCARAS.
               02 MASK-VALOR               PIC Z.ZZZ.ZZ9,99.
               02 MASK-ENCARGOS            PIC Z.ZZZ.ZZ9,99.
               02 MASK-CUSTO               PIC ZZ.ZZZ.ZZ9,99.
               02 MASK-TOTAL               PIC ZZZ.ZZZ.ZZ9,99.
               02 MASK-ALIQUOTA            PIC Z9,99.

       procedure division.
           ROT-INICIO.
               perform ROT-CARREGA-ENCARGOS.
               if W-QTDE-ENCARGOS = zeros
                   display "TABELA DE ENCARGOS VAZIA OU ILEGIVEL"
                   stop run
               end-if.
               perform ROT-CARREGA-DEPARTAMENTOS.
               perform ROT-CARREGA-EMPREGADOR.
               perform ROT-CARREGA-PIS.
               accept DATA-HOJE from date yyyymmdd.

               *> O PRIMEIRO REGISTRO DA FOLHA DA O TIPO E A REFERENCIA
               *> (O LOTE DE CONSISTENCIA GRAVA UMA FOLHA DE CADA VEZ);
               *> FOLHA GRAVADA ANTES DO TIPO E A MENSAL DO MES CORRENTE
               open input ARQ-PAYROLL.
               if ARQ-PAY-OK not = "00"
                   display "PAYROLL-AJUSTADO.DAT NAO ENCONTRADO"
                   stop run
               end-if.
               read ARQ-PAYROLL
                   at end
                       display "PAYROLL-AJUSTADO.DAT VAZIO"
                       close ARQ-PAYROLL
                       stop run
               end-read.
               if PAY-TIPO-FOLHA = space
                   move 'M' to WS-TIPO-FOLHA
                   move W-ANO-HOJE to WS-REF-ANO
                   move W-MES-HOJE to WS-REF-MES
               else
                   move PAY-TIPO-FOLHA to WS-TIPO-FOLHA
                   move PAY-REFERENCIA to WS-REFERENCIA
               end-if.
               perform ROT-MONTA-NOMES.

               open output ARQ-CUSTO.
               open output ARQ-FGTS.
               perform ROT-CABECALHOS.
               perform ROT-CALCULA-LINHA.
               perform ROT-PROCESSA until FIM-ARQUIVO.
               close ARQ-PAYROLL.
               perform ROT-RESUMO-DEPTO.
               perform ROT-TOTAIS.
               move spaces to REG-FGTS-TRAILER.
               move "90" to FGT-TIPO.
               move WS-QTDE-FGTS to FGT-QTDE.
               move WS-TOT-REMUN-FGTS to FGT-TOT-REMUNERACAO.
               move WS-TOT-FGTS to FGT-TOT-DEPOSITO.
               write REG-FGTS-TRAILER.
               close ARQ-FGTS.
               close ARQ-CUSTO.
               perform ROT-GRAVA-GL.

               display "FUNCIONARIOS PROCESSADOS: " WS-QTDE-LINHAS.
               move WS-TOT-BRUTO to MASK-TOTAL.
               display "TOTAL BRUTO ..... " MASK-TOTAL.
               move WS-TOT-ENCARGOS to MASK-TOTAL.
               display "TOTAL ENCARGOS .. " MASK-TOTAL.
               move WS-TOT-FGTS to MASK-TOTAL.
               display "DEPOSITO FGTS ... " MASK-TOTAL.
               display "CUSTO EM " WS-CUSTO-FILENAME.
               display "FGTS EM " WS-FGTS-FILENAME.
               if W-CNPJ-EMPREGADOR = zeros
                   display "ATENCAO: FGTS SEM CNPJ DO EMPREGADOR (EMPREGADOR.DAT)"
               end-if.
               if WS-QTDE-SEM-PIS > zeros
                   display "ATENCAO: TRABALHADORES SEM PIS NO FGTS: " WS-QTDE-SEM-PIS
               end-if.
               display "RAZAO EM " WS-GL-FILENAME.
               stop run.

           ROT-MONTA-NOMES.
               string "PAYROLL-ENCARGOS-" delimited by size
                      WS-TIPO-FOLHA delimited by size
                      "-" delimited by size
                      WS-REFERENCIA delimited by size
                      ".DAT" delimited by size
                   into WS-CUSTO-FILENAME
               end-string.
               string "FGTS-DEPOSITO-" delimited by size
                      WS-TIPO-FOLHA delimited by size
                      "-" delimited by size
                      WS-REFERENCIA delimited by size
                      ".DAT" delimited by size
                   into WS-FGTS-FILENAME
               end-string.
               string "PAYROLL-GL-" delimited by size
                      WS-TIPO-FOLHA delimited by size
                      "-" delimited by size
                      WS-REFERENCIA delimited by size
                      ".DAT" delimited by size
                   into WS-GL-FILENAME
               end-string.

           ROT-CABECALHOS.
               move spaces to REG-CUSTO.
               string "CUSTO DA FOLHA - TIPO " delimited by size
                      WS-TIPO-FOLHA delimited by size
                      " - REFERENCIA " delimited by size
                      WS-REF-MES delimited by size
                      "/" delimited by size
                      WS-REF-ANO delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.
               move spaces to REG-CUSTO.
               move "MATR. NOME                           DEP        BRUTO     ENCARGOS         CUSTO"
                   to REG-CUSTO.
               write REG-CUSTO.
               move spaces to REG-FGTS-HEADER.
               move "00" to FGH-TIPO.
               move WS-REFERENCIA to FGH-COMPETENCIA.
               move DATA-HOJE to FGH-DATA-GERACAO.
               move WS-TIPO-FOLHA to FGH-TIPO-FOLHA.
               move W-CNPJ-EMPREGADOR to FGH-CNPJ.
               write REG-FGTS-HEADER.

           ROT-PROCESSA.
               read ARQ-PAYROLL
                   at end move 'S' to WS-FIM-ARQ
                   not at end perform ROT-CALCULA-LINHA
               end-read.

           *> BASES DO FUNCIONARIO: O FGTS SOBRE O QUE ESTA FOLHA PAGA,
           *> A GUIA DO INSS SOBRE A REMUNERACAO (13O INTEGRAL NA 2A
           *> PARCELA, NADA NA 1A); O BRUTO DO CUSTO E O QUE ESTA FOLHA
           *> PAGA, PARA A 1A PARCELA NAO SER CONTADA DUAS VEZES
           ROT-CALCULA-LINHA.
               if PAY-TIPO-FOLHA = space
                   move PAY-SAL-AJUSTADO to PAY-VALOR-FOLHA
                   move zeros to PAY-TERCO-FERIAS PAY-ADIANTADO
               end-if.
               compute W-BASE-INSS = PAY-VALOR-FOLHA + PAY-TERCO-FERIAS.
               if PAY-ADIANTADO > W-BASE-INSS
                   move zeros to W-BASE-FGTS
               else
                   compute W-BASE-FGTS = W-BASE-INSS - PAY-ADIANTADO
               end-if.
               if PAY-13-PRIMEIRA
                   move zeros to W-BASE-INSS
               end-if.
               move W-BASE-FGTS to W-BRUTO.
               move zeros to W-TOT-ENCARGOS-FUNC.
               move zeros to W-FGTS-FUNC.
               perform ROT-ACHA-DEPTO.
               perform varying W-VARRE-ENC from 1 by 1
                       until W-VARRE-ENC > W-QTDE-ENCARGOS
                   perform ROT-APLICA-ENCARGO
               end-perform.
               compute W-CUSTO = W-BRUTO + W-TOT-ENCARGOS-FUNC.
               add 1 to WS-QTDE-LINHAS.
               add W-BRUTO to WS-TOT-BRUTO.
               add W-TOT-ENCARGOS-FUNC to WS-TOT-ENCARGOS.
               if DEPTO-ACHADO
                   add 1 to TD-QTDE (IDX-DEP)
                   add W-BRUTO to TD-TOT-BRUTO (IDX-DEP)
                   add W-TOT-ENCARGOS-FUNC to TD-TOT-ENCARGOS (IDX-DEP)
               end-if.
               perform ROT-LINHA-FUNCIONARIO.
               perform ROT-GRAVA-FGTS.

           ROT-APLICA-ENCARGO.
               set IDX-ENC to W-VARRE-ENC.
               if TEN-FGTS (IDX-ENC)
                   compute W-ENCARGO rounded =
                       W-BASE-FGTS * TEN-ALIQUOTA (IDX-ENC) / 100
                   add W-ENCARGO to W-FGTS-FUNC
               else
                   compute W-ENCARGO rounded =
                       W-BASE-INSS * TEN-ALIQUOTA (IDX-ENC) / 100
               end-if.
               add W-ENCARGO to W-TOT-ENCARGOS-FUNC.
               add W-ENCARGO to TEN-TOTAL (IDX-ENC).
               if DEPTO-ACHADO
                   add W-ENCARGO to TD-TOT-ENC (IDX-DEP, W-VARRE-ENC)
               end-if.

           ROT-ACHA-DEPTO.
               move 'N' to W-DEPTO-ACHADO.
               set IDX-DEP to 1.
               search TAB-DEPTO
                   at end continue
                   when TD-COD (IDX-DEP) = PAY-DEPARTAMENTO
                       move 'S' to W-DEPTO-ACHADO
               end-search.

           ROT-LINHA-FUNCIONARIO.
               move spaces to REG-CUSTO.
               move W-BRUTO to MASK-VALOR.
               move W-TOT-ENCARGOS-FUNC to MASK-ENCARGOS.
               move W-CUSTO to MASK-CUSTO.
               string PAY-MATRICULA delimited by size
                      " " delimited by size
                      PAY-NOME delimited by size
                      " " delimited by size
                      PAY-DEPARTAMENTO delimited by size
                      " " delimited by size
                      MASK-VALOR delimited by size
                      " " delimited by size
                      MASK-ENCARGOS delimited by size
                      " " delimited by size
                      MASK-CUSTO delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.

           *> UM REGISTRO DE DEPOSITO POR TRABALHADOR COM BASE DE FGTS
           ROT-GRAVA-FGTS.
               if W-BASE-FGTS > zeros
                   move spaces to REG-FGTS-DETALHE
                   move "30" to FGD-TIPO
                   move PAY-MATRICULA to FGD-MATRICULA
                   move PAY-NOME to FGD-NOME
                   move WS-REFERENCIA to FGD-COMPETENCIA
                   move W-BASE-FGTS to FGD-REMUNERACAO
                   move W-FGTS-FUNC to FGD-DEPOSITO
                   perform ROT-ACHA-PIS
                   move W-PIS-FUNC to FGD-PIS
                   if W-PIS-FUNC = zeros
                       display "SEM PIS: MATRICULA " PAY-MATRICULA " " PAY-NOME
                       add 1 to WS-QTDE-SEM-PIS
                   end-if
                   write REG-FGTS-DETALHE
                   add 1 to WS-QTDE-FGTS
                   add W-BASE-FGTS to WS-TOT-REMUN-FGTS
                   add W-FGTS-FUNC to WS-TOT-FGTS
               end-if.

           ROT-ACHA-PIS.
               move zeros to W-PIS-FUNC.
               if W-QTDE-PIS > zeros
                   set IDX-PIS to 1
                   search TAB-PIS
                       at end continue
                       when TP-MATRICULA (IDX-PIS) = PAY-MATRICULA
                           move TP-PIS (IDX-PIS) to W-PIS-FUNC
                   end-search
               end-if.

           *> CUSTO POR DEPARTAMENTO: EFETIVO, BRUTO, CADA ENCARGO E O
           *> CUSTO TOTAL (BRUTO + ENCARGOS)
           ROT-RESUMO-DEPTO.
               move spaces to REG-CUSTO.
               write REG-CUSTO.
               move "CUSTO POR DEPARTAMENTO" to REG-CUSTO.
               write REG-CUSTO.
               perform varying W-VARRE from 1 by 1
                       until W-VARRE > W-QTDE-DEPTOS
                   set IDX-DEP to W-VARRE
                   if TD-QTDE (IDX-DEP) > zeros
                       perform ROT-LINHAS-DEPTO
                   end-if
               end-perform.

           ROT-LINHAS-DEPTO.
               move spaces to REG-CUSTO.
               move TD-TOT-BRUTO (IDX-DEP) to MASK-TOTAL.
               string "DEPTO " delimited by size
                      TD-COD (IDX-DEP) delimited by size
                      " " delimited by size
                      TD-NOME (IDX-DEP) delimited by size
                      " EFETIVO " delimited by size
                      TD-QTDE (IDX-DEP) delimited by size
                      " BRUTO " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.
               perform varying W-VARRE-ENC from 1 by 1
                       until W-VARRE-ENC > W-QTDE-ENCARGOS
                   set IDX-ENC to W-VARRE-ENC
                   move spaces to REG-CUSTO
                   move TEN-ALIQUOTA (IDX-ENC) to MASK-ALIQUOTA
                   move TD-TOT-ENC (IDX-DEP, W-VARRE-ENC) to MASK-TOTAL
                   string "          " delimited by size
                          TEN-DESCRICAO (IDX-ENC) delimited by size
                          " " delimited by size
                          MASK-ALIQUOTA delimited by size
                          "% " delimited by size
                          MASK-TOTAL delimited by size
                       into REG-CUSTO
                   end-string
                   write REG-CUSTO
               end-perform.
               move spaces to REG-CUSTO.
               move TD-TOT-ENCARGOS (IDX-DEP) to MASK-TOTAL.
               compute W-CUSTO = TD-TOT-BRUTO (IDX-DEP)
                   + TD-TOT-ENCARGOS (IDX-DEP).
               move W-CUSTO to MASK-CUSTO.
               string "          TOTAL ENCARGOS " delimited by size
                      MASK-TOTAL delimited by size
                      " CUSTO " delimited by size
                      MASK-CUSTO delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.

           ROT-TOTAIS.
               move spaces to REG-CUSTO.
               write REG-CUSTO.
               move spaces to REG-CUSTO.
               move WS-TOT-BRUTO to MASK-TOTAL.
               string "TOTAL BRUTO DA FOLHA ......... " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.
               perform varying W-VARRE-ENC from 1 by 1
                       until W-VARRE-ENC > W-QTDE-ENCARGOS
                   set IDX-ENC to W-VARRE-ENC
                   move spaces to REG-CUSTO
                   move TEN-TOTAL (IDX-ENC) to MASK-TOTAL
                   string "TOTAL " delimited by size
                          TEN-DESCRICAO (IDX-ENC) delimited by size
                          "    " delimited by size
                          MASK-TOTAL delimited by size
                       into REG-CUSTO
                   end-string
                   write REG-CUSTO
               end-perform.
               move spaces to REG-CUSTO.
               move WS-TOT-ENCARGOS to MASK-TOTAL.
               string "TOTAL DE ENCARGOS ............ " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.
               move spaces to REG-CUSTO.
               compute W-CUSTO = WS-TOT-BRUTO + WS-TOT-ENCARGOS.
               move W-CUSTO to MASK-TOTAL.
               string "CUSTO TOTAL DA FOLHA ......... " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-CUSTO
               end-string.
               write REG-CUSTO.

           *> LANCAMENTO CONTABIL DO CUSTO DA FOLHA POR DEPARTAMENTO
           ROT-GRAVA-GL.
               perform ROT-AVANCA-GL-SEQUENCIA.
               move zeros to W-GL-QTDE.
               move zeros to W-GL-HASH.
               open output ARQ-GL.
               move spaces to REG-GL-HEADER.
               move "00" to GLH-TIPO.
               move DATA-HOJE to GLH-DATA.
               move W-GL-SEQUENCIA to GLH-SEQUENCIA.
               write REG-GL-HEADER.
               perform varying W-VARRE from 1 by 1
                       until W-VARRE > W-QTDE-DEPTOS
                   set IDX-DEP to W-VARRE
                   if TD-QTDE (IDX-DEP) > zeros
                       move spaces to REG-GL-DETALHE
                       move "01" to GLD-TIPO
                       move TD-TOT-BRUTO (IDX-DEP) to GLD-VALOR
                       perform ROT-GRAVA-GL-PAR
                       move spaces to REG-GL-DETALHE
                       move "02" to GLD-TIPO
                       move TD-TOT-ENCARGOS (IDX-DEP) to GLD-VALOR
                       perform ROT-GRAVA-GL-PAR
                   end-if
               end-perform.
               move spaces to REG-GL-TRAILER.
               move "99" to GLT-TIPO.
               move W-GL-QTDE to GLT-QTDE.
               move W-GL-HASH to GLT-HASH.
               write REG-GL-TRAILER.
               close ARQ-GL.

           *> O PAR DEBITO (DESPESA) / CREDITO (OBRIGACAO) DO VALOR JA
           *> MONTADO EM GLD-VALOR PARA O DEPARTAMENTO CORRENTE
           ROT-GRAVA-GL-PAR.
               move TD-COD (IDX-DEP) to GLD-COD-AGENCIA.
               move DATA-HOJE to GLD-DATA.
               move 'D' to GLD-NATUREZA.
               add GLD-VALOR to W-GL-HASH.
               add 1 to W-GL-QTDE.
               write REG-GL-DETALHE.
               move 'C' to GLD-NATUREZA.
               add GLD-VALOR to W-GL-HASH.
               add 1 to W-GL-QTDE.
               write REG-GL-DETALHE.

           *> A SEQUENCIA SO AVANCA PARA OUTRA FOLHA; A MESMA FOLHA
           *> REEXECUTADA REGRAVA O ARQUIVO COM O MESMO NUMERO
           ROT-AVANCA-GL-SEQUENCIA.
               move zeros to W-GL-SEQUENCIA.
               move spaces to GLS-TIPO-FOLHA.
               move zeros to GLS-REFERENCIA.
               open input ARQ-GL-SEQ.
               if ARQ-GLS-OK = "00"
                   read ARQ-GL-SEQ
                       at end
                           move spaces to GLS-TIPO-FOLHA
                           move zeros to GLS-REFERENCIA
                       not at end
                           move GLS-ULTIMA-SEQUENCIA to W-GL-SEQUENCIA
                   end-read
                   close ARQ-GL-SEQ
               end-if.
               if GLS-TIPO-FOLHA not = WS-TIPO-FOLHA
                  or GLS-REFERENCIA not = WS-REFERENCIA
                   add 1 to W-GL-SEQUENCIA
                   open output ARQ-GL-SEQ
                   move W-GL-SEQUENCIA to GLS-ULTIMA-SEQUENCIA
                   move WS-TIPO-FOLHA to GLS-TIPO-FOLHA
                   move WS-REFERENCIA to GLS-REFERENCIA
                   write REG-GL-SEQ
                   close ARQ-GL-SEQ
               end-if.

           *> CARGA DA TABELA DE ENCARGOS; SEM ARQUIVO, SEMEIA AS
           *> ALIQUOTAS VIGENTES E RELE
           ROT-CARREGA-ENCARGOS.
               move zeros to W-QTDE-ENCARGOS.
               open input ARQ-ENCARGOS.
               if ARQ-ENC-OK not = "00"
                   perform ROT-SEMEIA-ENCARGOS
                   open input ARQ-ENCARGOS
               end-if.
               if ARQ-ENC-OK = "00"
                   perform until ARQ-ENC-OK = "10"
                              or W-QTDE-ENCARGOS = W-MAX-ENCARGOS
                       read ARQ-ENCARGOS
                           at end move "10" to ARQ-ENC-OK
                           not at end
                               add 1 to W-QTDE-ENCARGOS
                               set IDX-ENC to W-QTDE-ENCARGOS
                               move ENC-CODIGO to TEN-CODIGO (IDX-ENC)
                               move ENC-DESCRICAO to TEN-DESCRICAO (IDX-ENC)
                               move ENC-ALIQUOTA to TEN-ALIQUOTA (IDX-ENC)
                               move ENC-GUIA to TEN-GUIA (IDX-ENC)
                               move zeros to TEN-TOTAL (IDX-ENC)
                       end-read
                   end-perform
                   close ARQ-ENCARGOS
               end-if.
               exit.

           ROT-SEMEIA-ENCARGOS.
               open output ARQ-ENCARGOS.
               move "FG" to ENC-CODIGO.
               move "FGTS" to ENC-DESCRICAO.
               move 8,00 to ENC-ALIQUOTA.
               move 'F' to ENC-GUIA.
               write REG-ENCARGO.
               move "IP" to ENC-CODIGO.
               move "INSS PATRONAL" to ENC-DESCRICAO.
               move 20,00 to ENC-ALIQUOTA.
               move 'G' to ENC-GUIA.
               write REG-ENCARGO.
               move "RT" to ENC-CODIGO.
               move "RAT" to ENC-DESCRICAO.
               move 2,00 to ENC-ALIQUOTA.
               move 'G' to ENC-GUIA.
               write REG-ENCARGO.
               move "TE" to ENC-CODIGO.
               move "TERCEIROS" to ENC-DESCRICAO.
               move 5,80 to ENC-ALIQUOTA.
               move 'G' to ENC-GUIA.
               write REG-ENCARGO.
               close ARQ-ENCARGOS.
               display "TABELA-ENCARGOS.DAT SEMEADA COM AS ALIQUOTAS VIGENTES".
               exit.

           *> CARGA DA TABELA DE DEPARTAMENTOS DO ARQUIVO EXTERNO
           ROT-CARREGA-DEPARTAMENTOS.
               move zeros to W-QTDE-DEPTOS.
               open input ARQ-DEPARTAMENTOS.
               if ARQ-DEP-OK = "00"
                   perform until ARQ-DEP-OK = "10"
                              or W-QTDE-DEPTOS = W-MAX-DEPTOS
                       read ARQ-DEPARTAMENTOS
                           at end move "10" to ARQ-DEP-OK
                           not at end
                               add 1 to W-QTDE-DEPTOS
                               set IDX-DEP to W-QTDE-DEPTOS
                               move DEP-COD to TD-COD (IDX-DEP)
                               move DEP-NOME to TD-NOME (IDX-DEP)
                               move zeros to TD-QTDE (IDX-DEP)
                               move zeros to TD-TOT-BRUTO (IDX-DEP)
                               move zeros to TD-TOT-ENCARGOS (IDX-DEP)
                               perform varying W-VARRE-ENC from 1 by 1
                                       until W-VARRE-ENC > W-MAX-ENCARGOS
                                   move zeros to TD-TOT-ENC (IDX-DEP, W-VARRE-ENC)
                               end-perform
                       end-read
                   end-perform
                   close ARQ-DEPARTAMENTOS
               end-if.
               exit.

           *> CNPJ DO EMPREGADOR PARA O CABECALHO DO FGTS; SEM O ARQUIVO
           *> OU COM CNPJ INVALIDO FICA ZERADO E O FIM DA EXECUCAO AVISA
           ROT-CARREGA-EMPREGADOR.
               move zeros to W-CNPJ-EMPREGADOR.
               open input ARQ-EMPREGADOR.
               if ARQ-EPR-OK = "00"
                   read ARQ-EMPREGADOR
                       at end continue
                       not at end
                           if EPR-CNPJ numeric
                               move EPR-CNPJ to W-CNPJ-EMPREGADOR
                           end-if
                   end-read
                   close ARQ-EMPREGADOR
               end-if.
               exit.

           *> CADASTRO MATRICULA -> PIS DO TRABALHADOR PARA O DEPOSITO
           *> DO FGTS
           ROT-CARREGA-PIS.
               move zeros to W-QTDE-PIS.
               open input ARQ-FUNC-PIS.
               if ARQ-PIS-OK = "00"
                   perform until ARQ-PIS-OK = "10"
                              or W-QTDE-PIS = W-MAX-PIS
                       read ARQ-FUNC-PIS
                           at end move "10" to ARQ-PIS-OK
                           not at end
                               if FPI-PIS not numeric
                                   move zeros to FPI-PIS
                               end-if
                               add 1 to W-QTDE-PIS
                               set IDX-PIS to W-QTDE-PIS
                               move FPI-MATRICULA to TP-MATRICULA (IDX-PIS)
                               move FPI-PIS to TP-PIS (IDX-PIS)
                       end-read
                   end-perform
                   close ARQ-FUNC-PIS
               end-if.
               exit.

       end program ENCARGOS-FOLHA.
