       identification division.
       program-id. RESCISAO-FOLHA.

       *> RESCISAO DO CONTRATO DE TRABALHO: PARA CADA MATRICULA
       *> INFORMADA COM A DATA DO DESLIGAMENTO E O MOTIVO, CALCULA AS
       *> VERBAS PELAS REGRAS DO MOTIVO SOBRE O SALARIO AJUSTADO (O
       *> MESMO REAJUSTE DA FOLHA):
       *>   S - DISPENSA SEM JUSTA CAUSA: SALDO DE SALARIO, AVISO PREVIO
       *>       INDENIZADO (30 DIAS MAIS 3 POR ANO COMPLETO, ATE 90),
       *>       13O PROPORCIONAL, FERIAS VENCIDAS E PROPORCIONAIS COM O
       *>       TERCO E MULTA DE 40% DO FGTS;
       *>   A - ACORDO ENTRE AS PARTES: COMO A DISPENSA, COM METADE DO
       *>       AVISO E MULTA DE 20%;
       *>   P - PEDIDO DE DEMISSAO: SALDO, 13O PROPORCIONAL E FERIAS COM
       *>       O TERCO, SEM AVISO INDENIZADO NEM MULTA;
       *>   J - DISPENSA POR JUSTA CAUSA: SALDO E FERIAS VENCIDAS COM O
       *>       TERCO.
       *> O 13O E AS FERIAS PROPORCIONAIS CONTAM O MES COM 15 DIAS OU
       *> MAIS TRABALHADOS; AS FERIAS VENCIDAS SAO OS 30 DIAS DE CADA
       *> ANO COMPLETO MENOS OS DIAS JA PROGRAMADOS EM
       *> FERIAS-PROGRAMACAO.DAT ATE O DESLIGAMENTO, E A 1A PARCELA DO
       *> 13O JA PAGA NO ANO E ABATIDA. INSS E IRRF SAO CALCULADOS PELAS
       *> TABELAS DO DESCONTOS-FOLHA (TABELA-INSS.DAT/TABELA-IRRF.DAT)
       *> SOBRE O SALDO DE SALARIO E, EM SEPARADO, SOBRE O 13O; AVISO E
       *> FERIAS INDENIZADOS SAO ISENTOS. O FGTS DO MES RESCISORIO (TAXA
       *> DO FGTS EM TABELA-ENCARGOS.DAT) E A MULTA SOBRE O SALDO DA
       *> CONTA VINCULADA INFORMADO SAO DEPOSITADOS NA CONTA DO FGTS E
       *> SO APARECEM NO TERMO. O TERMO SAI EM TERMOS-RESCISAO-<DATA>.DAT;
       *> O LIQUIDO VAI PARA PAYROLL-RESCISAO.DAT NO LAYOUT DE
       *> PAYROLL-DESCONTOS.DAT (TIPO 'R'), QUE O CONTA-SALARIO CREDITA
       *> QUANDO CHAMADO COM O PARAMETRO RESCISAO; E A MATRICULA FICA
       *> DESLIGADA EM FUNCIONARIOS.DAT PARA AS PROXIMAS FOLHAS.
       *> PAYROLL-RESCISAO.DAT E ACUMULADO: RESCISOES DE EXECUCOES
       *> ANTERIORES AINDA NAO CREDITADAS FICAM NELE, E O CONTA-SALARIO O
       *> ESVAZIA AO TERMINAR O CREDITO.

       environment division.
       configuration section.
           special-names.
               decimal-point is comma.

           input-output section.
               file-control.
                   select ARQ-FUNCIONARIOS assign to "FUNCIONARIOS.DAT"
                       organization line sequential
                       file status ARQ-FUNC-OK.

                   select ARQ-INSS assign to "TABELA-INSS.DAT"
                       organization line sequential
                       file status ARQ-INS-OK.

                   select ARQ-IRRF assign to "TABELA-IRRF.DAT"
                       organization line sequential
                       file status ARQ-IRF-OK.

                   select ARQ-ENCARGOS assign to "TABELA-ENCARGOS.DAT"
                       organization line sequential
                       file status ARQ-ENC-OK.

                   select ARQ-FERIAS assign to "FERIAS-PROGRAMACAO.DAT"
                       organization line sequential
                       file status ARQ-FER-OK.

                   select ARQ-ADIANTAMENTO assign to "DECIMO-TERCEIRO-1A-PARCELA.DAT"
                       organization line sequential
                       file status ARQ-ADT-OK.

                   select ARQ-RESCISAO assign to "PAYROLL-RESCISAO.DAT"
                       organization line sequential
                       file status ARQ-RES-OK.

                   select ARQ-TERMOS assign to WS-TERMO-FILENAME
                       organization line sequential
                       file status ARQ-TER-OK.

       data division.
           file section.
               FD ARQ-FUNCIONARIOS label records standard.

               *> MESMO LAYOUT DO LOTE DE CONSISTENCIA
               01 REG-FUNCIONARIO.
                   02 FUNC-NOME            PIC X(30).
                   02 FUNC-IDADE           PIC 9(02).
                   02 FUNC-SEXO            PIC X(01).
                   02 FUNC-SALARIO         PIC 9(05)V99.
                   02 FUNC-MATRICULA       PIC 9(05).
                   02 FUNC-DEPARTAMENTO    PIC 9(03).
                   02 FUNC-DT-ADMISSAO.
                       03 FUNC-ADM-ANO     PIC 9(04).
                       03 FUNC-ADM-MES     PIC 9(02).
                       03 FUNC-ADM-DIA     PIC 9(02).
                   02 FUNC-SITUACAO        PIC X(01).
                   02 FUNC-DT-DESLIGAMENTO PIC 9(08).
                   02 FUNC-MOTIVO-DESLIG   PIC X(01).

               FD ARQ-INSS label records standard.

               01 REG-INSS.
                   02 INS-TETO             PIC 9(07)V99.
                   02 INS-ALIQUOTA         PIC 9(02)V99.

               FD ARQ-IRRF label records standard.

               01 REG-IRRF.
                   02 IRF-TETO             PIC 9(07)V99.
                   02 IRF-ALIQUOTA         PIC 9(02)V99.
                   02 IRF-DEDUZIR          PIC 9(05)V99.

               FD ARQ-ENCARGOS label records standard.

               01 REG-ENCARGO.
                   02 ENC-CODIGO           PIC X(02).
                   02 ENC-DESCRICAO        PIC X(20).
                   02 ENC-ALIQUOTA         PIC 9(02)V99.
                   02 ENC-GUIA             PIC X(01).

               FD ARQ-FERIAS label records standard.

               01 REG-FERIAS.
                   02 FER-MATRICULA        PIC 9(05).
                   02 FER-INICIO           PIC 9(08).
                   02 FER-DIAS             PIC 9(02).

               FD ARQ-ADIANTAMENTO label records standard.

               01 REG-ADIANTAMENTO.
                   02 ADT-MATRICULA        PIC 9(05).
                   02 ADT-ANO              PIC 9(04).
                   02 ADT-VALOR            PIC 9(07)V99.

               FD ARQ-RESCISAO label records standard.

               *> LAYOUT DE PAYROLL-DESCONTOS.DAT: O QUE O CONTA-SALARIO
               *> CREDITA E O DES-LIQUIDO; DES-BRUTO-FOLHA E O TOTAL DAS
               *> VERBAS DA RESCISAO
               01 REG-DESCONTO.
                   02 DES-MATRICULA        PIC 9(05).
                   02 DES-DEPARTAMENTO     PIC 9(03).
                   02 DES-NOME             PIC X(30).
                   02 DES-SAL-AJUSTADO     PIC 9(07)V99.
                   02 DES-INSS             PIC 9(07)V99.
                   02 DES-IRRF             PIC 9(07)V99.
                   02 DES-CONSIGNADO       PIC 9(07)V99.
                   02 DES-LIQUIDO          PIC 9(07)V99.
                   02 DES-TIPO-FOLHA       PIC X(01).
                   02 DES-REFERENCIA       PIC 9(06).
                   02 DES-BRUTO-FOLHA      PIC 9(07)V99.

               FD ARQ-TERMOS label records standard.

               01 REG-TERMO                PIC X(80).

       working-storage section.
           01 ARQ-STATUS.
               02 ARQ-FUNC-OK              PIC X(02).
               02 ARQ-INS-OK               PIC X(02).
               02 ARQ-IRF-OK               PIC X(02).
               02 ARQ-ENC-OK               PIC X(02).
               02 ARQ-FER-OK               PIC X(02).
               02 ARQ-ADT-OK               PIC X(02).
               02 ARQ-RES-OK               PIC X(02).
               02 ARQ-TER-OK               PIC X(02).

           01 WS-TERMO-FILENAME            PIC X(40).

           01 DATA-HOJE.
               02 W-ANO-HOJE               PIC 9(04).
               02 W-MES-HOJE               PIC 9(02).
               02 W-DIA-HOJE               PIC 9(02).

           *> CADASTRO INTEIRO EM MEMORIA: A MATRICULA DESLIGADA E
           *> MARCADA NA TABELA E O ARQUIVO E REGRAVADO NO FIM
           01 FUNCIONARIOS-VARIABLES.
               02 W-MAX-FUNC               PIC 9(03) VALUE 200.
               02 W-QTDE-FUNC              PIC 9(03) VALUE ZEROS.
               02 W-FUNC-ACHADO            PIC X(01).
                   88 FUNC-ACHADO          VALUE 'S'.
               02 FUNCIONARIOS-TABELA.
                   03 TAB-FUNC occurs 200 times indexed by IDX-FUN.
                       04 TFU-NOME         PIC X(30).
                       04 TFU-IDADE-SEXO   PIC X(03).
                       04 TFU-SALARIO      PIC 9(05)V99.
                       04 TFU-MATRICULA    PIC 9(05).
                       04 TFU-DEPARTAMENTO PIC 9(03).
                       04 TFU-DT-ADMISSAO.
                           05 TFU-ADM-ANO  PIC 9(04).
                           05 TFU-ADM-MES  PIC 9(02).
                           05 TFU-ADM-DIA  PIC 9(02).
                       04 TFU-SITUACAO     PIC X(01).
                           88 TFU-DESLIGADO VALUE 'D'.
                       04 TFU-DT-DESLIGAMENTO PIC 9(08).
                       04 TFU-MOTIVO-DESLIG PIC X(01).

           01 TABELA-INSS-VARIABLES.
               02 W-MAX-FAIXAS             PIC 9(02) VALUE 10.
               02 W-QTDE-INSS              PIC 9(02) VALUE ZEROS.
               02 INSS-TABELA.
                   03 TAB-INSS occurs 10 times indexed by IDX-INS.
                       04 TI-TETO          PIC 9(07)V99.
                       04 TI-ALIQUOTA      PIC 9(02)V99.

           01 TABELA-IRRF-VARIABLES.
               02 W-QTDE-IRRF              PIC 9(02) VALUE ZEROS.
               02 IRRF-TABELA.
                   03 TAB-IRRF occurs 10 times indexed by IDX-IRF.
                       04 TR-TETO          PIC 9(07)V99.
                       04 TR-ALIQUOTA      PIC 9(02)V99.
                       04 TR-DEDUZIR       PIC 9(05)V99.

           01 PEDIDO.
               02 W-MATRICULA              PIC 9(05).
               02 W-DATA-DESLIG.
                   03 W-DSL-ANO            PIC 9(04).
                   03 W-DSL-MES            PIC 9(02).
                   03 W-DSL-DIA            PIC 9(02).
               02 W-MOTIVO                 PIC X(01).
                   88 MOTIVO-SEM-JUSTA-CAUSA VALUE 'S'.
                   88 MOTIVO-ACORDO        VALUE 'A'.
                   88 MOTIVO-PEDIDO        VALUE 'P'.
                   88 MOTIVO-JUSTA-CAUSA   VALUE 'J'.
                   88 MOTIVO-VALIDO        VALUE 'S' 'A' 'P' 'J'.
               02 W-DESCRICAO-MOTIVO       PIC X(30).
               02 W-SALDO-FGTS             PIC 9(09)V99.
               02 W-CONTINUA               PIC X(01) VALUE 'S'.
                   88 CONTINUA             VALUE 'S' 's'.
               02 W-PEDIDO-OK              PIC X(01).
                   88 PEDIDO-OK            VALUE 'S'.

           *> TEMPO DE CASA E AS BASES DE CADA VERBA
           01 CALCULO-VARIABLES.
               02 W-SALARIO-BASE           PIC 9(07)V99.
               02 W-MESES-SERVICO          PIC S9(04).
               02 W-DIAS-FRACAO            PIC S9(02).
               02 W-ANOS-COMPLETOS         PIC 9(02).
               02 W-DIAS-SALDO             PIC 9(02).
               02 W-DIAS-AVISO             PIC 9(02).
               02 W-AVOS-13                PIC S9(02).
               02 W-MES-INICIO-13          PIC 9(02).
               02 W-AVOS-FERIAS            PIC 9(02).
               02 W-DIAS-DIREITO           PIC 9(04).
               02 W-DIAS-GOZADOS           PIC 9(04).
               02 W-DIAS-VENCIDAS          PIC 9(04).
               02 W-PERC-MULTA             PIC 9(02)V99.
               02 W-PERC-FGTS              PIC 9(02)V99 VALUE 8,00.

           01 VERBAS-VARIABLES.
               02 W-SALDO-SALARIO          PIC 9(07)V99.
               02 W-AVISO                  PIC 9(07)V99.
               02 W-DECIMO                 PIC 9(07)V99.
               02 W-FERIAS-VENCIDAS        PIC 9(07)V99.
               02 W-FERIAS-PROPORC         PIC 9(07)V99.
               02 W-TERCO-FERIAS           PIC 9(07)V99.
               02 W-TOTAL-VERBAS           PIC 9(07)V99.
               02 W-ADIANTADO              PIC 9(07)V99.
               02 W-INSS-SALDO             PIC 9(07)V99.
               02 W-IRRF-SALDO             PIC 9(07)V99.
               02 W-INSS-DECIMO            PIC 9(07)V99.
               02 W-IRRF-DECIMO            PIC 9(07)V99.
               02 W-TOTAL-DESCONTOS        PIC 9(07)V99.
               02 W-LIQUIDO                PIC 9(07)V99.
               02 W-FGTS-MES               PIC 9(07)V99.
               02 W-MULTA-FGTS             PIC 9(09)V99.

           *> CAMPOS DO CALCULO DE INSS E IRRF, COMO NO DESCONTOS-FOLHA
           01 FAIXAS-VARIABLES.
               02 W-VARRE-FAIXA            PIC 9(02).
               02 W-BASE                   PIC 9(07)V99.
               02 W-PISO-FAIXA             PIC 9(07)V99.
               02 W-FATIA                  PIC 9(07)V99.
               02 W-INSS                   PIC 9(07)V99.
               02 W-IRRF                   PIC 9(07)V99.
               02 W-BASE-IRRF              PIC 9(07)V99.

           01 CONTROLE.
               02 WS-QTDE-RESCISOES        PIC 9(05) VALUE ZEROS.
               02 WS-TOT-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
               02 WS-TOT-MULTA             PIC 9(11)V99 VALUE ZEROS.

           01 MASCARAS.
               02 MASK-VALOR               PIC Z.ZZZ.ZZ9,99.
               02 MASK-MULTA               PIC ZZZ.ZZZ.ZZ9,99.
               02 MASK-TOTAL               PIC ZZZ.ZZZ.ZZ9,99.
               02 MASK-DIAS                PIC ZZ9.
               02 MASK-AVOS                PIC Z9.
               02 MASK-PERC                PIC Z9,99.

       procedure division.
           ROT-INICIO.
               perform ROT-CARREGA-INSS.
               perform ROT-CARREGA-IRRF.
               if W-QTDE-INSS = zeros or W-QTDE-IRRF = zeros
                   display "TABELAS DE INSS/IRRF AUSENTES; RODE O DESCONTOS-FOLHA"
                   stop run
               end-if.
               perform ROT-CARREGA-PERC-FGTS.
               perform ROT-CARREGA-FUNCIONARIOS.
               if W-QTDE-FUNC = zeros
                   display "FUNCIONARIOS.DAT AUSENTE, VAZIO OU COM MAIS DE "
                           W-MAX-FUNC " REGISTROS"
                   stop run
               end-if.
               accept DATA-HOJE from date yyyymmdd.
               string "TERMOS-RESCISAO-" delimited by size
                      DATA-HOJE delimited by size
                      ".DAT" delimited by size
                   into WS-TERMO-FILENAME
               end-string.
               open extend ARQ-TERMOS.
               if ARQ-TER-OK not = "00"
                   open output ARQ-TERMOS
               end-if.
               open extend ARQ-RESCISAO.
               if ARQ-RES-OK = "35"
                   open output ARQ-RESCISAO
               end-if.

               perform ROT-RESCISAO until not CONTINUA.

               close ARQ-RESCISAO.
               close ARQ-TERMOS.
               if WS-QTDE-RESCISOES > zeros
                   perform ROT-REGRAVA-FUNCIONARIOS
               end-if.
               display "RESCISOES CALCULADAS: " WS-QTDE-RESCISOES.
               move WS-TOT-LIQUIDO to MASK-TOTAL.
               display "LIQUIDO A CREDITAR  " MASK-TOTAL.
               move WS-TOT-MULTA to MASK-TOTAL.
               display "MULTA FGTS ........ " MASK-TOTAL.
               display "TERMOS EM " WS-TERMO-FILENAME.
               if WS-QTDE-RESCISOES > zeros
                   display "CREDITO: CONTA-SALARIO RESCISAO"
               end-if.
               stop run.

           *> UMA RESCISAO: PEDIDO, CALCULO, TERMO, CREDITO E BAIXA
           ROT-RESCISAO.
               perform ROT-LE-PEDIDO thru ROT-LE-PEDIDO-EXIT.
               if PEDIDO-OK
                   perform ROT-CALCULA-VERBAS
                   perform ROT-CALCULA-DESCONTOS
                   perform ROT-IMPRIME-TERMO
                   perform ROT-GRAVA-CREDITO
                   move 'D' to TFU-SITUACAO (IDX-FUN)
                   move W-DATA-DESLIG to TFU-DT-DESLIGAMENTO (IDX-FUN)
                   move W-MOTIVO to TFU-MOTIVO-DESLIG (IDX-FUN)
                   add 1 to WS-QTDE-RESCISOES
                   add W-LIQUIDO to WS-TOT-LIQUIDO
                   add W-MULTA-FGTS to WS-TOT-MULTA
                   move W-LIQUIDO to MASK-VALOR
                   display "RESCISAO CALCULADA, LIQUIDO " MASK-VALOR
               end-if.
               display "OUTRA RESCISAO <S/N>: ".
               accept W-CONTINUA.

           ROT-LE-PEDIDO.
               move 'N' to W-PEDIDO-OK.
               display "MATRICULA: ".
               accept W-MATRICULA.
               perform ROT-ACHA-FUNCIONARIO.
               if not FUNC-ACHADO
                   display "MATRICULA NAO CADASTRADA"
                   go to ROT-LE-PEDIDO-EXIT
               end-if.
               if TFU-DESLIGADO (IDX-FUN)
                   display "MATRICULA JA DESLIGADA EM "
                           TFU-DT-DESLIGAMENTO (IDX-FUN)
                   go to ROT-LE-PEDIDO-EXIT
               end-if.
               if TFU-DT-ADMISSAO (IDX-FUN) not numeric
                  or TFU-ADM-ANO (IDX-FUN) = zeros
                  or TFU-ADM-MES (IDX-FUN) < 1 or TFU-ADM-MES (IDX-FUN) > 12
                  or TFU-ADM-DIA (IDX-FUN) < 1 or TFU-ADM-DIA (IDX-FUN) > 31
                   display "DATA DE ADMISSAO NAO CADASTRADA, ACERTE O CADASTRO"
                   go to ROT-LE-PEDIDO-EXIT
               end-if.
               display "FUNCIONARIO: " TFU-NOME (IDX-FUN).
               display "DATA DO DESLIGAMENTO (AAAAMMDD): ".
               accept W-DATA-DESLIG.
               if W-DATA-DESLIG not numeric
                  or W-DSL-MES < 1 or W-DSL-MES > 12
                  or W-DSL-DIA < 1 or W-DSL-DIA > 31
                   display "DATA INVALIDA"
                   go to ROT-LE-PEDIDO-EXIT
               end-if.
               if W-DATA-DESLIG < TFU-DT-ADMISSAO (IDX-FUN)
                   display "DESLIGAMENTO ANTERIOR A ADMISSAO"
                   go to ROT-LE-PEDIDO-EXIT
               end-if.
               display "MOTIVO (S=SEM JUSTA CAUSA A=ACORDO P=PEDIDO J=JUSTA CAUSA): ".
               accept W-MOTIVO.
               inspect W-MOTIVO converting "sapj" to "SAPJ".
               if not MOTIVO-VALIDO
                   display "MOTIVO INVALIDO"
                   go to ROT-LE-PEDIDO-EXIT
               end-if.
               move zeros to W-SALDO-FGTS.
               if MOTIVO-SEM-JUSTA-CAUSA or MOTIVO-ACORDO
                   display "SALDO DO FGTS PARA FINS RESCISORIOS: "
                   accept W-SALDO-FGTS
               end-if.
               move 'S' to W-PEDIDO-OK.

           ROT-LE-PEDIDO-EXIT.
               exit.

           ROT-ACHA-FUNCIONARIO.
               move 'N' to W-FUNC-ACHADO.
               set IDX-FUN to 1.
               search TAB-FUNC
                   at end continue
                   when TFU-MATRICULA (IDX-FUN) = W-MATRICULA
                       move 'S' to W-FUNC-ACHADO
               end-search.

           *> TEMPO DE CASA EM MESES (O MES INCOMPLETO COMO FRACAO DE
           *> DIAS) E AS VERBAS QUE O MOTIVO DA DIREITO
           ROT-CALCULA-VERBAS.
               compute W-SALARIO-BASE = TFU-SALARIO (IDX-FUN) * 1,25.
               move zeros to W-AVISO W-DECIMO W-FERIAS-PROPORC
                             W-DIAS-AVISO W-AVOS-FERIAS W-ADIANTADO
                             W-PERC-MULTA W-MULTA-FGTS.
               move 0 to W-AVOS-13.
               compute W-MESES-SERVICO =
                   (W-DSL-ANO - TFU-ADM-ANO (IDX-FUN)) * 12
                   + W-DSL-MES - TFU-ADM-MES (IDX-FUN).
               if W-DSL-DIA < TFU-ADM-DIA (IDX-FUN)
                   subtract 1 from W-MESES-SERVICO
                   compute W-DIAS-FRACAO =
                       W-DSL-DIA + 31 - TFU-ADM-DIA (IDX-FUN)
               else
                   compute W-DIAS-FRACAO =
                       W-DSL-DIA - TFU-ADM-DIA (IDX-FUN) + 1
               end-if.
               if W-DIAS-FRACAO not < 30
                   add 1 to W-MESES-SERVICO
                   move zeros to W-DIAS-FRACAO
               end-if.
               compute W-ANOS-COMPLETOS = W-MESES-SERVICO / 12.

               *> SALDO DE SALARIO: OS DIAS DO MES ATE O DESLIGAMENTO
               *> (MES COMERCIAL DE 30 DIAS)
               move W-DSL-DIA to W-DIAS-SALDO.
               if W-DIAS-SALDO > 30
                   move 30 to W-DIAS-SALDO
               end-if.
               compute W-SALDO-SALARIO rounded =
                   W-SALARIO-BASE * W-DIAS-SALDO / 30.

               if MOTIVO-SEM-JUSTA-CAUSA or MOTIVO-ACORDO
                   compute W-DIAS-AVISO = 30 + 3 * W-ANOS-COMPLETOS
                   if W-DIAS-AVISO > 90
                       move 90 to W-DIAS-AVISO
                   end-if
                   if MOTIVO-ACORDO
                       compute W-DIAS-AVISO = W-DIAS-AVISO / 2
                       move 20,00 to W-PERC-MULTA
                   else
                       move 40,00 to W-PERC-MULTA
                   end-if
                   compute W-AVISO rounded =
                       W-SALARIO-BASE * W-DIAS-AVISO / 30
               end-if.

               if not MOTIVO-JUSTA-CAUSA
                   perform ROT-CALCULA-AVOS-13
                   compute W-DECIMO rounded =
                       W-SALARIO-BASE * W-AVOS-13 / 12
                   perform ROT-ACHA-ADIANTAMENTO
                   compute W-AVOS-FERIAS =
                       W-MESES-SERVICO - W-ANOS-COMPLETOS * 12
                   if W-DIAS-FRACAO not < 15
                       add 1 to W-AVOS-FERIAS
                   end-if
                   compute W-FERIAS-PROPORC rounded =
                       W-SALARIO-BASE * W-AVOS-FERIAS / 12
               end-if.

               perform ROT-DIAS-GOZADOS.
               compute W-DIAS-DIREITO = 30 * W-ANOS-COMPLETOS.
               if W-DIAS-GOZADOS > W-DIAS-DIREITO
                   move zeros to W-DIAS-VENCIDAS
               else
                   compute W-DIAS-VENCIDAS = W-DIAS-DIREITO - W-DIAS-GOZADOS
               end-if.
               if W-DIAS-VENCIDAS > 60
                   move 60 to W-DIAS-VENCIDAS
               end-if.
               compute W-FERIAS-VENCIDAS rounded =
                   W-SALARIO-BASE * W-DIAS-VENCIDAS / 30.
               compute W-TERCO-FERIAS rounded =
                   (W-FERIAS-VENCIDAS + W-FERIAS-PROPORC) / 3.

               compute W-TOTAL-VERBAS = W-SALDO-SALARIO + W-AVISO
                   + W-DECIMO + W-FERIAS-VENCIDAS + W-FERIAS-PROPORC
                   + W-TERCO-FERIAS.

               *> FGTS DO MES RESCISORIO E MULTA SOBRE O SALDO DA CONTA
               *> VINCULADA MAIS ESSE DEPOSITO
               compute W-FGTS-MES rounded =
                   (W-SALDO-SALARIO + W-AVISO + W-DECIMO) * W-PERC-FGTS / 100.
               compute W-MULTA-FGTS rounded =
                   (W-SALDO-FGTS + W-FGTS-MES) * W-PERC-MULTA / 100.

               if MOTIVO-SEM-JUSTA-CAUSA
                   move "DISPENSA SEM JUSTA CAUSA" to W-DESCRICAO-MOTIVO
               end-if.
               if MOTIVO-ACORDO
                   move "ACORDO ENTRE AS PARTES" to W-DESCRICAO-MOTIVO
               end-if.
               if MOTIVO-PEDIDO
                   move "PEDIDO DE DEMISSAO" to W-DESCRICAO-MOTIVO
               end-if.
               if MOTIVO-JUSTA-CAUSA
                   move "DISPENSA POR JUSTA CAUSA" to W-DESCRICAO-MOTIVO
               end-if.

           *> AVOS DO 13O NO ANO DO DESLIGAMENTO: DE JANEIRO (OU DO MES
           *> DE ADMISSAO, NO ANO DA ADMISSAO) ATE O MES ANTERIOR, MAIS
           *> O MES DO DESLIGAMENTO COM 15 DIAS OU MAIS TRABALHADOS; O
           *> MES DE ADMISSAO SEGUE A REGRA DO LOTE DA FOLHA
           ROT-CALCULA-AVOS-13.
               if TFU-ADM-ANO (IDX-FUN) < W-DSL-ANO
                   move 1 to W-MES-INICIO-13
               else
                   move TFU-ADM-MES (IDX-FUN) to W-MES-INICIO-13
                   if TFU-ADM-DIA (IDX-FUN) > 16
                       add 1 to W-MES-INICIO-13
                   end-if
               end-if.
               compute W-AVOS-13 = W-DSL-MES - W-MES-INICIO-13.
               if W-DSL-DIA not < 15
                   add 1 to W-AVOS-13
               end-if.
               if W-AVOS-13 < 0
                   move 0 to W-AVOS-13
               end-if.
               if W-AVOS-13 > 12
                   move 12 to W-AVOS-13
               end-if.

           *> DIAS DE FERIAS PROGRAMADOS QUE COMECARAM ATE O
           *> DESLIGAMENTO: JA GOZADOS E PAGOS NA FOLHA DE FERIAS
           ROT-DIAS-GOZADOS.
               move zeros to W-DIAS-GOZADOS.
               open input ARQ-FERIAS.
               if ARQ-FER-OK = "00"
                   perform until ARQ-FER-OK = "10"
                       read ARQ-FERIAS
                           at end move "10" to ARQ-FER-OK
                           not at end
                               if FER-MATRICULA = W-MATRICULA
                                  and FER-INICIO not > W-DATA-DESLIG
                                  and FER-DIAS numeric
                                   add FER-DIAS to W-DIAS-GOZADOS
                               end-if
                       end-read
                   end-perform
                   close ARQ-FERIAS
               end-if.

           *> 1A PARCELA DO 13O JA PAGA NO ANO DO DESLIGAMENTO
           ROT-ACHA-ADIANTAMENTO.
               move zeros to W-ADIANTADO.
               open input ARQ-ADIANTAMENTO.
               if ARQ-ADT-OK = "00"
                   perform until ARQ-ADT-OK = "10"
                       read ARQ-ADIANTAMENTO
                           at end move "10" to ARQ-ADT-OK
                           not at end
                               if ADT-MATRICULA = W-MATRICULA
                                  and ADT-ANO = W-DSL-ANO
                                   move ADT-VALOR to W-ADIANTADO
                               end-if
                       end-read
                   end-perform
                   close ARQ-ADIANTAMENTO
               end-if.

           *> INSS E IRRF SOBRE O SALDO DE SALARIO E, EM SEPARADO, SOBRE
           *> O 13O (TRIBUTACAO EXCLUSIVA); AVISO E FERIAS INDENIZADOS
           *> NAO TEM DESCONTO LEGAL
           ROT-CALCULA-DESCONTOS.
               move W-SALDO-SALARIO to W-BASE.
               perform ROT-CALCULA-INSS.
               perform ROT-CALCULA-IRRF.
               move W-INSS to W-INSS-SALDO.
               move W-IRRF to W-IRRF-SALDO.
               move zeros to W-INSS-DECIMO W-IRRF-DECIMO.
               if W-DECIMO > zeros
                   move W-DECIMO to W-BASE
                   perform ROT-CALCULA-INSS
                   perform ROT-CALCULA-IRRF
                   move W-INSS to W-INSS-DECIMO
                   move W-IRRF to W-IRRF-DECIMO
               end-if.
               compute W-TOTAL-DESCONTOS = W-INSS-SALDO + W-IRRF-SALDO
                   + W-INSS-DECIMO + W-IRRF-DECIMO + W-ADIANTADO.
               if W-TOTAL-DESCONTOS > W-TOTAL-VERBAS
                   move zeros to W-LIQUIDO
               else
                   compute W-LIQUIDO = W-TOTAL-VERBAS - W-TOTAL-DESCONTOS
               end-if.

           ROT-CALCULA-INSS.
               move zeros to W-INSS.
               move zeros to W-PISO-FAIXA.
               move 1 to W-VARRE-FAIXA.
               perform ROT-SOMA-FAIXA-INSS
                   until W-VARRE-FAIXA > W-QTDE-INSS.

           ROT-SOMA-FAIXA-INSS.
               set IDX-INS to W-VARRE-FAIXA.
               if W-BASE > W-PISO-FAIXA
                   if W-BASE < TI-TETO (IDX-INS)
                       compute W-FATIA = W-BASE - W-PISO-FAIXA
                   else
                       compute W-FATIA = TI-TETO (IDX-INS) - W-PISO-FAIXA
                   end-if
                   compute W-INSS rounded = W-INSS
                       + W-FATIA * TI-ALIQUOTA (IDX-INS) / 100
               end-if.
               move TI-TETO (IDX-INS) to W-PISO-FAIXA.
               add 1 to W-VARRE-FAIXA.

           ROT-CALCULA-IRRF.
               compute W-BASE-IRRF = W-BASE - W-INSS.
               move zeros to W-IRRF.
               set IDX-IRF to 1.
               search TAB-IRRF
                   at end
                       set IDX-IRF to W-QTDE-IRRF
                       perform ROT-APLICA-FAIXA-IRRF
                   when W-BASE-IRRF not > TR-TETO (IDX-IRF)
                       perform ROT-APLICA-FAIXA-IRRF
               end-search.

           ROT-APLICA-FAIXA-IRRF.
               compute W-IRRF rounded =
                   W-BASE-IRRF * TR-ALIQUOTA (IDX-IRF) / 100
                   - TR-DEDUZIR (IDX-IRF).
               if W-IRRF < zeros
                   move zeros to W-IRRF
               end-if.

           *> TERMO DE RESCISAO, UM POR PAGINA COMO O HOLERITE
           ROT-IMPRIME-TERMO.
               move spaces to REG-TERMO.
               move "=========== TERMO DE RESCISAO DO CONTRATO DE TRABALHO ==========="
                   to REG-TERMO.
               write REG-TERMO.
               move spaces to REG-TERMO.
               string "FUNCIONARIO: " delimited by size
                      TFU-NOME (IDX-FUN) delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               string "MATRICULA: " delimited by size
                      W-MATRICULA delimited by size
                      "   DEPTO: " delimited by size
                      TFU-DEPARTAMENTO (IDX-FUN) delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               string "ADMISSAO: " delimited by size
                      TFU-ADM-DIA (IDX-FUN) delimited by size
                      "/" delimited by size
                      TFU-ADM-MES (IDX-FUN) delimited by size
                      "/" delimited by size
                      TFU-ADM-ANO (IDX-FUN) delimited by size
                      "   DESLIGAMENTO: " delimited by size
                      W-DSL-DIA delimited by size
                      "/" delimited by size
                      W-DSL-MES delimited by size
                      "/" delimited by size
                      W-DSL-ANO delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               string "MOTIVO: " delimited by size
                      W-DESCRICAO-MOTIVO delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               move W-SALARIO-BASE to MASK-VALOR.
               string "SALARIO BASE .................... " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               write REG-TERMO.

               move W-DIAS-SALDO to MASK-DIAS.
               move W-SALDO-SALARIO to MASK-VALOR.
               move spaces to REG-TERMO.
               string "SALDO DE SALARIO ....... " delimited by size
                      MASK-DIAS delimited by size
                      " DIAS " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               if W-DIAS-AVISO > zeros
                   move W-DIAS-AVISO to MASK-DIAS
                   move W-AVISO to MASK-VALOR
                   move spaces to REG-TERMO
                   string "AVISO PREVIO INDENIZADO  " delimited by size
                          MASK-DIAS delimited by size
                          " DIAS " delimited by size
                          MASK-VALOR delimited by size
                       into REG-TERMO
                   end-string
                   write REG-TERMO
               end-if.
               if not MOTIVO-JUSTA-CAUSA
                   move W-AVOS-13 to MASK-AVOS
                   move W-DECIMO to MASK-VALOR
                   move spaces to REG-TERMO
                   string "13O SALARIO PROPORCIONAL  " delimited by size
                          MASK-AVOS delimited by size
                          "/12   " delimited by size
                          MASK-VALOR delimited by size
                       into REG-TERMO
                   end-string
                   write REG-TERMO
               end-if.
               move W-DIAS-VENCIDAS to MASK-DIAS.
               move W-FERIAS-VENCIDAS to MASK-VALOR.
               move spaces to REG-TERMO.
               string "FERIAS VENCIDAS ........ " delimited by size
                      MASK-DIAS delimited by size
                      " DIAS " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               if not MOTIVO-JUSTA-CAUSA
                   move W-AVOS-FERIAS to MASK-AVOS
                   move W-FERIAS-PROPORC to MASK-VALOR
                   move spaces to REG-TERMO
                   string "FERIAS PROPORCIONAIS ...  " delimited by size
                          MASK-AVOS delimited by size
                          "/12   " delimited by size
                          MASK-VALOR delimited by size
                       into REG-TERMO
                   end-string
                   write REG-TERMO
               end-if.
               move W-TERCO-FERIAS to MASK-VALOR.
               move spaces to REG-TERMO.
               string "1/3 CONSTITUCIONAL DE FERIAS ... " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move W-TOTAL-VERBAS to MASK-VALOR.
               move spaces to REG-TERMO.
               string "TOTAL DAS VERBAS ................ " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               write REG-TERMO.

               compute W-INSS = W-INSS-SALDO + W-INSS-DECIMO.
               move W-INSS to MASK-VALOR.
               move spaces to REG-TERMO.
               string "INSS ............................ " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               compute W-IRRF = W-IRRF-SALDO + W-IRRF-DECIMO.
               move W-IRRF to MASK-VALOR.
               move spaces to REG-TERMO.
               string "IRRF ............................ " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               if W-ADIANTADO > zeros
                   move W-ADIANTADO to MASK-VALOR
                   move spaces to REG-TERMO
                   string "13O 1A PARCELA JA PAGA .......... " delimited by size
                          MASK-VALOR delimited by size
                       into REG-TERMO
                   end-string
                   write REG-TERMO
               end-if.
               move W-TOTAL-DESCONTOS to MASK-VALOR.
               move spaces to REG-TERMO.
               string "TOTAL DE DESCONTOS .............. " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move W-LIQUIDO to MASK-VALOR.
               move spaces to REG-TERMO.
               string "VALOR LIQUIDO DA RESCISAO ....... " delimited by size
                      MASK-VALOR delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               move spaces to REG-TERMO.
               write REG-TERMO.

               move W-FGTS-MES to MASK-VALOR.
               move spaces to REG-TERMO.
               string "FGTS DO MES RESCISORIO .......... " delimited by size
                      MASK-VALOR delimited by size
                      " (DEPOSITO)" delimited by size
                   into REG-TERMO
               end-string.
               write REG-TERMO.
               if W-PERC-MULTA > zeros
                   move W-PERC-MULTA to MASK-PERC
                   move W-MULTA-FGTS to MASK-MULTA
                   move spaces to REG-TERMO
                   string "MULTA FGTS " delimited by size
                          MASK-PERC delimited by size
                          "% ............. " delimited by size
                          MASK-MULTA delimited by size
                          " (DEPOSITO)" delimited by size
                       into REG-TERMO
                   end-string
                   write REG-TERMO
               end-if.
               move spaces to REG-TERMO.
               write REG-TERMO.
               move "ASSINATURA DO EMPREGADO: ______________________________"
                   to REG-TERMO.
               write REG-TERMO.
               move spaces to REG-TERMO.
               write REG-TERMO.
               move "ASSINATURA DO EMPREGADOR: _____________________________"
                   to REG-TERMO.
               write REG-TERMO.
               move spaces to REG-TERMO.
               move "==================================================================="
                   to REG-TERMO.
               write REG-TERMO.
               *> SALTO DE PAGINA ENTRE TERMOS (FF PARA A IMPRESSORA)
               move spaces to REG-TERMO.
               move X"0C" to REG-TERMO (1:1).
               write REG-TERMO.

           *> LINHA PARA O CREDITO DO LIQUIDO PELO CONTA-SALARIO
           ROT-GRAVA-CREDITO.
               move W-MATRICULA to DES-MATRICULA.
               move TFU-DEPARTAMENTO (IDX-FUN) to DES-DEPARTAMENTO.
               move TFU-NOME (IDX-FUN) to DES-NOME.
               move W-SALARIO-BASE to DES-SAL-AJUSTADO.
               compute DES-INSS = W-INSS-SALDO + W-INSS-DECIMO.
               compute DES-IRRF = W-IRRF-SALDO + W-IRRF-DECIMO.
               move zeros to DES-CONSIGNADO.
               move W-LIQUIDO to DES-LIQUIDO.
               move 'R' to DES-TIPO-FOLHA.
               move W-DATA-DESLIG (1:6) to DES-REFERENCIA.
               move W-TOTAL-VERBAS to DES-BRUTO-FOLHA.
               write REG-DESCONTO.

           *> CARGA DO CADASTRO; COM MAIS REGISTROS DO QUE CABEM NA
           *> TABELA NADA E CARREGADO, PARA A REGRAVACAO NUNCA PERDER
           *> FUNCIONARIOS
           ROT-CARREGA-FUNCIONARIOS.
               move zeros to W-QTDE-FUNC.
               open input ARQ-FUNCIONARIOS.
               if ARQ-FUNC-OK = "00"
                   perform until ARQ-FUNC-OK = "10"
                       read ARQ-FUNCIONARIOS
                           at end move "10" to ARQ-FUNC-OK
                           not at end
                               if W-QTDE-FUNC = W-MAX-FUNC
                                   move zeros to W-QTDE-FUNC
                                   move "10" to ARQ-FUNC-OK
                               else
                                   add 1 to W-QTDE-FUNC
                                   set IDX-FUN to W-QTDE-FUNC
                                   move REG-FUNCIONARIO to TAB-FUNC (IDX-FUN)
                               end-if
                       end-read
                   end-perform
                   close ARQ-FUNCIONARIOS
               end-if.
               exit.

           ROT-REGRAVA-FUNCIONARIOS.
               open output ARQ-FUNCIONARIOS.
               perform varying IDX-FUN from 1 by 1
                       until IDX-FUN > W-QTDE-FUNC
                   move TAB-FUNC (IDX-FUN) to REG-FUNCIONARIO
                   write REG-FUNCIONARIO
               end-perform.
               close ARQ-FUNCIONARIOS.
               exit.

           *> TAXA DO FGTS DA TABELA DE ENCARGOS; SEM A TABELA, 8%
           ROT-CARREGA-PERC-FGTS.
               open input ARQ-ENCARGOS.
               if ARQ-ENC-OK = "00"
                   perform until ARQ-ENC-OK = "10"
                       read ARQ-ENCARGOS
                           at end move "10" to ARQ-ENC-OK
                           not at end
                               if ENC-CODIGO = "FG"
                                   move ENC-ALIQUOTA to W-PERC-FGTS
                               end-if
                       end-read
                   end-perform
                   close ARQ-ENCARGOS
               end-if.
               exit.

           ROT-CARREGA-INSS.
               move zeros to W-QTDE-INSS.
               open input ARQ-INSS.
               if ARQ-INS-OK = "00"
                   perform until ARQ-INS-OK = "10"
                              or W-QTDE-INSS = W-MAX-FAIXAS
                       read ARQ-INSS
                           at end move "10" to ARQ-INS-OK
                           not at end
                               add 1 to W-QTDE-INSS
                               set IDX-INS to W-QTDE-INSS
                               move INS-TETO to TI-TETO (IDX-INS)
                               move INS-ALIQUOTA to TI-ALIQUOTA (IDX-INS)
                       end-read
                   end-perform
                   close ARQ-INSS
               end-if.
               exit.

           ROT-CARREGA-IRRF.
               move zeros to W-QTDE-IRRF.
               open input ARQ-IRRF.
               if ARQ-IRF-OK = "00"
                   perform until ARQ-IRF-OK = "10"
                              or W-QTDE-IRRF = W-MAX-FAIXAS
                       read ARQ-IRRF
                           at end move "10" to ARQ-IRF-OK
                           not at end
                               add 1 to W-QTDE-IRRF
                               set IDX-IRF to W-QTDE-IRRF
                               move IRF-TETO to TR-TETO (IDX-IRF)
                               move IRF-ALIQUOTA to TR-ALIQUOTA (IDX-IRF)
                               move IRF-DEDUZIR to TR-DEDUZIR (IDX-IRF)
                       end-read
                   end-perform
                   close ARQ-IRRF
               end-if.
               exit.

       end program RESCISAO-FOLHA.
