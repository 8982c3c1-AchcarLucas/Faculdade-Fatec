       *> HOLERITE FORMATADO POR FUNCIONARIO — NOME, MES DE REFERENCIA,
       *> SALARIO BRUTO, REAJUSTE APLICADO COM O PERCENTUAL, OS DESCONTOS
       *> LEGAIS (INSS/IRRF CALCULADOS PELO DESCONTOS-FOLHA EM
       *> PAYROLL-DESCONTOS.DAT), A PARCELA DE EMPRESTIMO CONSIGNADO
       *> DESCONTADA NA FOLHA E O LIQUIDO REAL — UM POR PAGINA NO
       *> ARQUIVO IMAGEM DE IMPRESSAO HOLERITES.DAT, COM UMA PAGINA FINAL
       *> DE TOTAIS FECHANDO BRUTO - DESCONTOS = LIQUIDO PARA QUEM
       *> IMPRIME CONFERIR QUE NADA FICOU PARA TRAS. SEM O ARQUIVO DE
       *> DESCONTOS O HOLERITE SAI COMO ANTES, SO COM O AJUSTADO.
       *> O TIPO E O MES DE REFERENCIA VEM DA PROPRIA FOLHA: A MENSAL
       *> SAI EM HOLERITES.DAT E AS DEMAIS (13O 1A E 2A PARCELA,
       *> FERIAS) EM HOLERITES-<TIPO>-<AAAAMM>.DAT, CADA UMA COM O SEU
       *> TITULO E AS SUAS LINHAS (AVOS, 1A PARCELA ABATIDA, DIAS DE
       *> FERIAS E TERCO).

       environment division.
       configuration section.
                       organization line sequential
                       file status ARQ-PAY-OK.

                   select ARQ-HOLERITES assign to WS-HOL-FILENAME
                       organization line sequential
                       file status ARQ-HOL-OK.

                   02 PAY-SALARIO          PIC 9(05)V99.
                   02 PAY-PERCENTUAL       PIC 9(03)V99.
                   02 PAY-SAL-AJUSTADO     PIC 9(07)V99.
                   02 PAY-TIPO-FOLHA       PIC X(01).
                   02 PAY-REFERENCIA.
                       03 PAY-REF-ANO      PIC 9(04).
                       03 PAY-REF-MES      PIC 9(02).
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

               FD ARQ-HOLERITES label records standard.

                   02 DES-SAL-AJUSTADO     PIC 9(07)V99.
                   02 DES-INSS             PIC 9(07)V99.
                   02 DES-IRRF             PIC 9(07)V99.
                   02 DES-CONSIGNADO       PIC 9(07)V99.
                   02 DES-LIQUIDO          PIC 9(07)V99.
                   02 DES-TIPO-FOLHA       PIC X(01).
                   02 DES-REFERENCIA       PIC 9(06).
                   02 DES-BRUTO-FOLHA      PIC 9(07)V99.

       working-storage section.
           01 ARQ-STATUS.
           01 PEDIDO.
               02 WS-MES-REFERENCIA        PIC 9(02).
               02 WS-ANO-REFERENCIA        PIC 9(04).
               02 WS-TIPO-FOLHA            PIC X(01).
                   88 FOLHA-MENSAL         VALUE 'M'.
                   88 FOLHA-13-PRIMEIRA    VALUE 'P'.
                   88 FOLHA-13-SEGUNDA     VALUE 'S'.
                   88 FOLHA-FERIAS         VALUE 'F'.
               02 WS-HOL-FILENAME          PIC X(40) VALUE "HOLERITES.DAT".
               02 WS-TITULO                PIC X(44).

           01 CONTROLE.
               02 WS-FIM-ARQ               PIC X(01) VALUE 'N'.
               02 WS-QTDE-HOLERITES        PIC 9(05) VALUE ZEROS.
               02 WS-TOT-BRUTO             PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-AJUSTADO          PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-FOLHA             PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-ADIANTADO         PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-INSS              PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-IRRF              PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-CONSIGNADO        PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
               02 WS-VALOR-REAJUSTE        PIC 9(07)V99.
               02 WS-BRUTO-FOLHA           PIC 9(07)V99.
               02 W-SALARIO-MES            PIC 9(07)V99.
               02 WS-LIQUIDO-SEM-DESC      PIC 9(07)V99.

           *> DESCONTOS CARREGADOS POR MATRICULA; SEM O ARQUIVO O
           *> HOLERITE SAI SO COM O AJUSTADO, COMO ANTES
                       04 TDE-MATRICULA    PIC 9(05).
                       04 TDE-INSS         PIC 9(07)V99.
                       04 TDE-IRRF         PIC 9(07)V99.
                       04 TDE-CONSIGNADO   PIC 9(07)V99.
                       04 TDE-LIQUIDO      PIC 9(07)V99.

           01 MASCARAS.
               02 MASK-TOTAL               PIC ZZZ.ZZZ.ZZ9,99.
               02 MASK-QTDE                PIC ZZZZ9.
               02 MASK-DESCONTO            PIC Z.ZZZ.ZZ9,99.
               02 MASK-DIAS                PIC Z9.
               02 MASK-HORAS               PIC ZZ9,99.

       procedure division.
           *> O PRIMEIRO REGISTRO DA FOLHA DA O TIPO E A REFERENCIA DA
           *> EMISSAO (O LOTE DE CONSISTENCIA GRAVA UMA SO DE CADA VEZ);
           *> FOLHA GRAVADA ANTES DO TIPO PEDE A REFERENCIA NO CONSOLE
           ROT-INICIO.
               perform ROT-CARREGA-DESCONTOS.
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
                   display "MES DE REFERENCIA (MM): "
                   accept WS-MES-REFERENCIA
                   display "ANO DE REFERENCIA (AAAA): "
                   accept WS-ANO-REFERENCIA
               else
                   move PAY-TIPO-FOLHA to WS-TIPO-FOLHA
                   move PAY-REF-MES to WS-MES-REFERENCIA
                   move PAY-REF-ANO to WS-ANO-REFERENCIA
               end-if.
               if WS-MES-REFERENCIA < 1 or WS-MES-REFERENCIA > 12
                   display "MES INVALIDO"
                   close ARQ-PAYROLL
                   stop run
               end-if.
               perform ROT-MONTA-TITULO.
               open output ARQ-HOLERITES.
               perform ROT-GRAVA-HOLERITE.
               perform ROT-PROCESSA until FIM-ARQUIVO.
               perform ROT-PAGINA-TOTAIS.
               close ARQ-PAYROLL.
               close ARQ-HOLERITES.
               display "HOLERITES GERADOS: " WS-QTDE-HOLERITES
                       " EM " WS-HOL-FILENAME.
               stop run.

           ROT-PROCESSA.
                   not at end perform ROT-GRAVA-HOLERITE
               end-read.

           *> TITULO DO HOLERITE E NOME DO ARQUIVO PELO TIPO DA FOLHA;
           *> A MENSAL CONTINUA EM HOLERITES.DAT
           ROT-MONTA-TITULO.
               move "================ HOLERITE ================" to WS-TITULO.
               if FOLHA-13-PRIMEIRA
                   move "===== HOLERITE 13O SALARIO 1A PARCELA =====" to WS-TITULO
               end-if.
               if FOLHA-13-SEGUNDA
                   move "===== HOLERITE 13O SALARIO 2A PARCELA =====" to WS-TITULO
               end-if.
               if FOLHA-FERIAS
                   move "=========== HOLERITE DE FERIAS ===========" to WS-TITULO
               end-if.
               if not FOLHA-MENSAL
                   move spaces to WS-HOL-FILENAME
                   string "HOLERITES-" delimited by size
                          WS-TIPO-FOLHA delimited by size
                          "-" delimited by size
                          WS-ANO-REFERENCIA delimited by size
                          WS-MES-REFERENCIA delimited by size
                          ".DAT" delimited by size
                       into WS-HOL-FILENAME
                   end-string
               end-if.

           *> UM HOLERITE POR PAGINA: CABECALHO, IDENTIFICACAO, VALORES E
           *> SALTO DE PAGINA (FF) PARA A IMPRESSORA
           ROT-GRAVA-HOLERITE.
               add PAY-SALARIO to WS-TOT-BRUTO.
               add PAY-SAL-AJUSTADO to WS-TOT-AJUSTADO.
               compute WS-VALOR-REAJUSTE = PAY-SAL-AJUSTADO - PAY-SALARIO.
               *> FOLHA GRAVADA ANTES DO TIPO PAGA O AJUSTADO INTEIRO
               if PAY-TIPO-FOLHA = space
                   move PAY-SAL-AJUSTADO to PAY-VALOR-FOLHA
                   move zeros to PAY-AVOS PAY-DIAS-FERIAS
                                 PAY-TERCO-FERIAS PAY-ADIANTADO
                                 PAY-HORAS-EXTRA-50 PAY-VALOR-EXTRA-50
                                 PAY-HORAS-EXTRA-100 PAY-VALOR-EXTRA-100
                                 PAY-HORAS-NOTURNAS PAY-VALOR-NOTURNO
                                 PAY-DIAS-FALTA PAY-VALOR-FALTAS
               end-if.
               compute WS-BRUTO-FOLHA = PAY-VALOR-FOLHA + PAY-TERCO-FERIAS.
               add WS-BRUTO-FOLHA to WS-TOT-FOLHA.
               add PAY-ADIANTADO to WS-TOT-ADIANTADO.
               perform ROT-ACHA-DESCONTO.

               move spaces to REG-HOLERITE.
               move WS-TITULO to REG-HOLERITE.
               write REG-HOLERITE.
               move spaces to REG-HOLERITE.
               string "FUNCIONARIO: " delimited by size
                   into REG-HOLERITE
               end-string.
               write REG-HOLERITE.
               perform ROT-LINHAS-FOLHA.
               if DESC-ACHADO
                   perform ROT-LINHAS-DESCONTO
               else
                   if PAY-ADIANTADO > WS-BRUTO-FOLHA
                       move zeros to WS-LIQUIDO-SEM-DESC
                   else
                       compute WS-LIQUIDO-SEM-DESC =
                           WS-BRUTO-FOLHA - PAY-ADIANTADO
                   end-if
                   add WS-LIQUIDO-SEM-DESC to WS-TOT-LIQUIDO
                   move WS-LIQUIDO-SEM-DESC to MASK-LIQUIDO
                   move spaces to REG-HOLERITE
                   string "VALOR LIQUIDO ........ " delimited by size
                          MASK-LIQUIDO delimited by size
               move X"0C" to REG-HOLERITE (1:1).
               write REG-HOLERITE.

           *> O QUE ESTA FOLHA PAGA SOBRE O AJUSTADO: NA MENSAL, SO
           *> QUANDO HA FERIAS OU PONTO NO MES (OS DIAS, O SALARIO DO
           *> MES E CADA VERBA DO PONTO EM LINHA PROPRIA); NO
           *> 13O, OS AVOS, A PARCELA E A 1A PARCELA ABATIDA NA 2A; NAS
           *> FERIAS, OS DIAS E O TERCO CONSTITUCIONAL
           ROT-LINHAS-FOLHA.
               move PAY-VALOR-FOLHA to MASK-LIQUIDO.
               if FOLHA-MENSAL and (PAY-DIAS-FERIAS > zeros
                  or PAY-VALOR-EXTRA-50 > zeros or PAY-VALOR-EXTRA-100 > zeros
                  or PAY-VALOR-NOTURNO > zeros or PAY-VALOR-FALTAS > zeros)
                   if PAY-DIAS-FERIAS > zeros
                       move spaces to REG-HOLERITE
                       move PAY-DIAS-FERIAS to MASK-DIAS
                       string "DIAS DE FERIAS NO MES  " delimited by size
                              MASK-DIAS delimited by size
                           into REG-HOLERITE
                       end-string
                       write REG-HOLERITE
                   end-if
                   compute W-SALARIO-MES = PAY-VALOR-FOLHA
                       - PAY-VALOR-EXTRA-50 - PAY-VALOR-EXTRA-100
                       - PAY-VALOR-NOTURNO + PAY-VALOR-FALTAS
                   move W-SALARIO-MES to MASK-LIQUIDO
                   move spaces to REG-HOLERITE
                   string "SALARIO DO MES ....... " delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
                   perform ROT-LINHAS-PONTO
                   move PAY-VALOR-FOLHA to MASK-LIQUIDO
               end-if.
               if FOLHA-13-PRIMEIRA or FOLHA-13-SEGUNDA
                   move spaces to REG-HOLERITE
                   move PAY-AVOS to MASK-DIAS
                   string "AVOS DO 13O SALARIO .. " delimited by size
                          MASK-DIAS delimited by size
                          "/12" delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               if FOLHA-13-PRIMEIRA
                   move spaces to REG-HOLERITE
                   string "13O 1A PARCELA (50%) . " delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               if FOLHA-13-SEGUNDA
                   move spaces to REG-HOLERITE
                   string "13O SALARIO INTEGRAL . " delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
                   move spaces to REG-HOLERITE
                   move PAY-ADIANTADO to MASK-DESCONTO
                   string "1A PARCELA JA PAGA ... " delimited by size
                          MASK-DESCONTO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               if FOLHA-FERIAS
                   move spaces to REG-HOLERITE
                   move PAY-DIAS-FERIAS to MASK-DIAS
                   string "FERIAS " delimited by size
                          MASK-DIAS delimited by size
                          " DIAS ......... " delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
                   move spaces to REG-HOLERITE
                   move PAY-TERCO-FERIAS to MASK-LIQUIDO
                   string "1/3 CONSTITUCIONAL ... " delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.

           *> VERBAS DO PONTO DO MES, CADA UMA COM AS HORAS OU DIAS
           ROT-LINHAS-PONTO.
               if PAY-VALOR-EXTRA-50 > zeros
                   move spaces to REG-HOLERITE
                   move PAY-HORAS-EXTRA-50 to MASK-HORAS
                   move PAY-VALOR-EXTRA-50 to MASK-LIQUIDO
                   string "HORAS EXTRAS 50% " delimited by size
                          MASK-HORAS delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               if PAY-VALOR-EXTRA-100 > zeros
                   move spaces to REG-HOLERITE
                   move PAY-HORAS-EXTRA-100 to MASK-HORAS
                   move PAY-VALOR-EXTRA-100 to MASK-LIQUIDO
                   string "HORAS EXTRAS 100%" delimited by size
                          MASK-HORAS delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               if PAY-VALOR-NOTURNO > zeros
                   move spaces to REG-HOLERITE
                   move PAY-HORAS-NOTURNAS to MASK-HORAS
                   move PAY-VALOR-NOTURNO to MASK-LIQUIDO
                   string "ADIC. NOTURNO    " delimited by size
                          MASK-HORAS delimited by size
                          MASK-LIQUIDO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               if PAY-VALOR-FALTAS > zeros
                   move spaces to REG-HOLERITE
                   move PAY-DIAS-FALTA to MASK-DIAS
                   move PAY-VALOR-FALTAS to MASK-DESCONTO
                   string "FALTAS " delimited by size
                          MASK-DIAS delimited by size
                          " DIAS ......... " delimited by size
                          MASK-DESCONTO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.

           *> CARGA DO ARQUIVO DE DESCONTOS DO DESCONTOS-FOLHA; A BUSCA
           *> DEPOIS E POR MATRICULA, ENTAO A ORDEM DA FOLHA NAO IMPORTA
           ROT-CARREGA-DESCONTOS.
                               move DES-MATRICULA to TDE-MATRICULA (IDX-DES)
                               move DES-INSS to TDE-INSS (IDX-DES)
                               move DES-IRRF to TDE-IRRF (IDX-DES)
                               move DES-CONSIGNADO to TDE-CONSIGNADO (IDX-DES)
                               move DES-LIQUIDO to TDE-LIQUIDO (IDX-DES)
                               move 'S' to W-TEM-DESCONTOS
                       end-read
           ROT-LINHAS-DESCONTO.
               add TDE-INSS (IDX-DES) to WS-TOT-INSS.
               add TDE-IRRF (IDX-DES) to WS-TOT-IRRF.
               add TDE-CONSIGNADO (IDX-DES) to WS-TOT-CONSIGNADO.
               add TDE-LIQUIDO (IDX-DES) to WS-TOT-LIQUIDO.
               move spaces to REG-HOLERITE.
               move TDE-INSS (IDX-DES) to MASK-DESCONTO.
                   into REG-HOLERITE
               end-string.
               write REG-HOLERITE.
               *> A LINHA DO CONSIGNADO SO SAI PARA QUEM TEM CONTRATO
               if TDE-CONSIGNADO (IDX-DES) > zeros
                   move spaces to REG-HOLERITE
                   move TDE-CONSIGNADO (IDX-DES) to MASK-DESCONTO
                   string "EMPREST. CONSIGNADO .. " delimited by size
                          MASK-DESCONTO delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               move spaces to REG-HOLERITE.
               move TDE-LIQUIDO (IDX-DES) to MASK-LIQUIDO.
               string "VALOR LIQUIDO ........ " delimited by size

           *> PAGINA FINAL DE TOTAIS: QUEM IMPRIME CONFERE A CONTAGEM E AS
           *> SOMAS CONTRA A FOLHA ANTES DE DISTRIBUIR, E O FECHO
           *> FOLHA - 1A PARCELA - INSS - IRRF - CONSIGNADO = LIQUIDO
           *> PROVA QUE NADA VAZOU (NA MENSAL SEM FERIAS, A FOLHA E O
           *> AJUSTADO)
           ROT-PAGINA-TOTAIS.
               move spaces to REG-HOLERITE.
               move "============ TOTAIS DA EMISSAO ============" to REG-HOLERITE.
               end-string.
               write REG-HOLERITE.
               move spaces to REG-HOLERITE.
               move WS-TOT-FOLHA to MASK-TOTAL.
               string "TOTAL DA FOLHA ....... " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-HOLERITE
               end-string.
               write REG-HOLERITE.
               if FOLHA-13-SEGUNDA
                   move spaces to REG-HOLERITE
                   move WS-TOT-ADIANTADO to MASK-TOTAL
                   string "TOTAL 1A PARCELA ..... " delimited by size
                          MASK-TOTAL delimited by size
                       into REG-HOLERITE
                   end-string
                   write REG-HOLERITE
               end-if.
               move spaces to REG-HOLERITE.
               move WS-TOT-INSS to MASK-TOTAL.
               string "TOTAL INSS ........... " delimited by size
                      MASK-TOTAL delimited by size
               end-string.
               write REG-HOLERITE.
               move spaces to REG-HOLERITE.
               move WS-TOT-CONSIGNADO to MASK-TOTAL.
               string "TOTAL CONSIGNADO ..... " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-HOLERITE
               end-string.
               write REG-HOLERITE.
               move spaces to REG-HOLERITE.
               move WS-TOT-LIQUIDO to MASK-TOTAL.
               string "TOTAL LIQUIDO ........ " delimited by size
                      MASK-TOTAL delimited by size
               end-string.
               write REG-HOLERITE.
               move spaces to REG-HOLERITE.
               compute WS-TOT-FOLHA =
                   WS-TOT-FOLHA - WS-TOT-ADIANTADO - WS-TOT-INSS
                   - WS-TOT-IRRF - WS-TOT-CONSIGNADO.
               move WS-TOT-FOLHA to MASK-TOTAL.
               string "CONFERE (FOL-DESC) ... " delimited by size
                      MASK-TOTAL delimited by size
                   into REG-HOLERITE
               end-string.
