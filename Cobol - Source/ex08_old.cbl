                       organization line sequential
                       file status ARQ-RDE-OK.

                   select ARQ-FERIAS assign to "FERIAS-PROGRAMACAO.DAT"
                       organization line sequential
                       file status ARQ-FER-OK.

                   select ARQ-ADIANTAMENTO assign to "DECIMO-TERCEIRO-1A-PARCELA.DAT"
                       organization line sequential
                       file status ARQ-ADT-OK.

                   select ARQ-PONTO assign to "FOLHA-PONTO.DAT"
                       organization line sequential
                       file status ARQ-PNT-OK.

       data division.
           file section.
               FD ARQ-VALIDOS label records standard.

               *> MATRICULA E DEPARTAMENTO NO FIM DO REGISTRO: DOIS JOSE
               *> SILVA DEIXAM DE SER INDISTINGUIVEIS E O CUSTO DA FOLHA
               *> PASSA A TER DONO. A DATA DE ADMISSAO (AAAAMMDD) DA OS
               *> AVOS DO 13O; EM BRANCO OU ZERADA VALE O ANO INTEIRO. A
               *> RESCISAO MARCA A SITUACAO 'D' COM A DATA (AAAAMMDD) E O
               *> MOTIVO DO DESLIGAMENTO; EM BRANCO E FUNCIONARIO ATIVO
               01 REG-FUNCIONARIO.
                   02 FUNC-NOME            PIC X(30).
                   02 FUNC-IDADE           PIC 9(02).
                   02 FUNC-SALARIO         PIC 9(05)V99.
                   02 FUNC-MATRICULA       PIC 9(05).
                   02 FUNC-DEPARTAMENTO    PIC 9(03).
                   02 FUNC-DT-ADMISSAO.
                       03 FUNC-ADM-ANO     PIC 9(04).
                       03 FUNC-ADM-MES     PIC 9(02).
                       03 FUNC-ADM-DIA     PIC 9(02).
                   02 FUNC-SITUACAO        PIC X(01).
                       88 FUNC-DESLIGADO   VALUE 'D'.
                   02 FUNC-DT-DESLIGAMENTO.
                       03 FUNC-DSL-REFERENCIA PIC 9(06).
                       03 FUNC-DSL-DIA     PIC 9(02).
                   02 FUNC-MOTIVO-DESLIG   PIC X(01).

               FD ARQ-PAYROLL label records standard.

               *> FOLHA AJUSTADA EM LAYOUT FIXO, O QUE O GERADOR DE
               *> HOLERITES CONSOME DIRETO. CADA EXECUCAO E DE UM TIPO
               *> (MENSAL, 13O 1A PARCELA, 13O 2A PARCELA OU FERIAS) E DE
               *> UM MES DE REFERENCIA; PAY-VALOR-FOLHA E O QUE ESTA
               *> EXECUCAO PAGA (NA MENSAL, O AJUSTADO DOS DIAS FORA DE
               *> FERIAS), PAY-AVOS OS AVOS DO 13O, PAY-DIAS-FERIAS OS
               *> DIAS DE FERIAS (NA MENSAL, OS QUE CAEM NO MES). NA MENSAL
               *> O VALOR DA FOLHA JA SOMA AS HORAS EXTRAS E O ADICIONAL
               *> NOTURNO E ABATE AS FALTAS DO PONTO, QUE VEM DISCRIMINADOS
               *> NO FIM DO REGISTRO PARA O HOLERITE
               01 REG-PAYROLL.
                   02 PAY-MATRICULA        PIC 9(05).
                   02 PAY-DEPARTAMENTO     PIC 9(03).
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

               FD ARQ-PAYROLL-FALHAS label records standard.


               01 REG-RESUMO-DEPTO         PIC X(100).

               FD ARQ-FERIAS label records standard.

               *> PROGRAMACAO DE FERIAS MANTIDA PELO RH: UM PERIODO POR
               *> LINHA, COM O INICIO (AAAAMMDD) E OS DIAS CORRIDOS
               01 REG-FERIAS.
                   02 FER-MATRICULA        PIC 9(05).
                   02 FER-INICIO.
                       03 FER-INI-ANO      PIC 9(04).
                       03 FER-INI-MES      PIC 9(02).
                       03 FER-INI-DIA      PIC 9(02).
                   02 FER-DIAS             PIC 9(02).

               FD ARQ-ADIANTAMENTO label records standard.

               *> 1A PARCELA DO 13O PAGA A CADA MATRICULA, REGRAVADA NA
               *> FOLHA DA 1A PARCELA E ABATIDA NA DA 2A PARCELA
               01 REG-ADIANTAMENTO.
                   02 ADT-MATRICULA        PIC 9(05).
                   02 ADT-ANO              PIC 9(04).
                   02 ADT-VALOR            PIC 9(07)V99.

               FD ARQ-PONTO label records standard.

               *> PONTO DO MES MANDADO PELAS CHEFIAS: UMA LINHA POR
               *> MATRICULA E REFERENCIA (AAAAMM) COM AS HORAS EXTRAS A
               *> 50% E A 100%, AS HORAS NOTURNAS E OS DIAS DE FALTA
               *> INJUSTIFICADA; O DEPARTAMENTO CONFERE COM O CADASTRO
               01 REG-PONTO.
                   02 PNT-MATRICULA        PIC 9(05).
                   02 PNT-DEPARTAMENTO     PIC 9(03).
                   02 PNT-REFERENCIA       PIC X(06).
                   02 PNT-HORAS-EXTRA-50   PIC 9(03)V99.
                   02 PNT-HORAS-EXTRA-100  PIC 9(03)V99.
                   02 PNT-HORAS-NOTURNAS   PIC 9(03)V99.
                   02 PNT-DIAS-FALTA       PIC 9(02).

       working-storage section.
           01 AREAS-DE-TRABALHO.
               02 WS-NOME                  PIC X(30) VALUE SPACES.
           01 MODO-LOTE-VARIABLES.
               02 WS-MODO-LOTE             PIC X(01) VALUE 'N'.
                   88 MODO-BATCH-LOTE      VALUE 'S' 's'.
               02 WS-TIPO-FOLHA            PIC X(01) VALUE 'M'.
                   88 FOLHA-MENSAL         VALUE 'M'.
                   88 FOLHA-13-PRIMEIRA    VALUE 'P'.
                   88 FOLHA-13-SEGUNDA     VALUE 'S'.
                   88 FOLHA-FERIAS         VALUE 'F'.
                   88 TIPO-FOLHA-VALIDO    VALUE 'M' 'P' 'S' 'F'.
               02 WS-REFERENCIA.
                   03 WS-REF-ANO           PIC 9(04) VALUE ZEROS.
                   03 WS-REF-MES           PIC 9(02) VALUE ZEROS.
               02 W-DATA-HOJE.
                   03 W-ANO-HOJE           PIC 9(04).
                   03 W-MES-HOJE           PIC 9(02).
                   03 W-DIA-HOJE           PIC 9(02).
           *> 13O SALARIO E FERIAS: AVOS, DIAS E AS TABELAS DA
           *> PROGRAMACAO DE FERIAS E DA 1A PARCELA JA PAGA
           01 FOLHA-ESPECIAL-VARIABLES.
               02 W-AVOS                   PIC 9(02).
               02 W-DIAS-FERIAS            PIC 9(02).
               02 W-DIAS-NO-MES            PIC 9(02).
               02 W-DIA-INICIO             PIC 9(02).
               02 W-DECIMO-INTEGRAL        PIC 9(07)V99.
               02 W-REF-ANTERIOR.
                   03 W-ANT-ANO            PIC 9(04).
                   03 W-ANT-MES            PIC 9(02).
               02 W-MAX-FERIAS             PIC 9(03) VALUE 200.
               02 W-QTDE-FERIAS            PIC 9(03) VALUE ZEROS.
               02 FERIAS-TABELA.
                   03 TAB-FERIAS occurs 200 times indexed by IDX-FER.
                       04 TFE-MATRICULA    PIC 9(05).
                       04 TFE-INI-ANO      PIC 9(04).
                       04 TFE-INI-MES      PIC 9(02).
                       04 TFE-INI-DIA      PIC 9(02).
                       04 TFE-DIAS         PIC 9(02).
               02 W-MAX-ADIANT             PIC 9(03) VALUE 200.
               02 W-QTDE-ADIANT            PIC 9(03) VALUE ZEROS.
               02 ADIANTAMENTO-TABELA.
                   03 TAB-ADIANT occurs 200 times indexed by IDX-ADT.
                       04 TAD-MATRICULA    PIC 9(05).
                       04 TAD-VALOR        PIC 9(07)V99.
           *> PONTO DO MES DE REFERENCIA JA CONSISTIDO; O LANCAMENTO QUE
           *> NAO ENCONTRAR FUNCIONARIO NA FOLHA E REJEITADO NO FIM.
           *> HORA = AJUSTADO / 220; EXTRAS A 50% E 100% SOBRE A HORA,
           *> ADICIONAL NOTURNO DE 20% DA HORA, FALTA = AJUSTADO / 30
           01 PONTO-VARIABLES.
               02 W-DIVISOR-HORAS          PIC 9(03) VALUE 220.
               02 W-FATOR-EXTRA-50         PIC 9(01)V99 VALUE 1,50.
               02 W-FATOR-EXTRA-100        PIC 9(01)V99 VALUE 2,00.
               02 W-FATOR-NOTURNO          PIC 9(01)V99 VALUE 0,20.
               02 W-VALOR-HORA             PIC 9(05)V9999.
               02 W-DIAS-FALTA             PIC 9(02).
               02 W-PONTO-MATRICULA        PIC X(05).
               02 W-PONTO-REFERENCIA       PIC X(06).
               02 W-MOTIVO-PONTO           PIC X(40).
               02 W-PONTO-ACHADO           PIC X(01).
                   88 PONTO-ACHADO         VALUE 'S'.
               02 W-MAX-PONTO              PIC 9(03) VALUE 200.
               02 W-QTDE-PONTO             PIC 9(03) VALUE ZEROS.
               02 PONTO-TABELA.
                   03 TAB-PONTO occurs 200 times indexed by IDX-PNT.
                       04 TPO-MATRICULA    PIC 9(05).
                       04 TPO-DEPARTAMENTO PIC 9(03).
                       04 TPO-HORAS-50     PIC 9(03)V99.
                       04 TPO-HORAS-100    PIC 9(03)V99.
                       04 TPO-HORAS-NOTURNAS PIC 9(03)V99.
                       04 TPO-DIAS-FALTA   PIC 9(02).
                       04 TPO-USADO        PIC X(01).
                           88 PONTO-USADO  VALUE 'S'.
           01 MATRICULA-DEPTO-VARIABLES.
               02 WS-MATRICULA             PIC 9(05) VALUE ZEROS.
               02 WS-DEPARTAMENTO          PIC 9(03) VALUE ZEROS.
                       04 TD-QTDE          PIC 9(05).
                       04 TD-TOT-SALARIO   PIC 9(09)V99.
                       04 TD-TOT-AJUSTADO  PIC 9(09)V99.
                       04 TD-TOT-EXTRAS    PIC 9(09)V99.
                       04 TD-TOT-NOTURNO   PIC 9(09)V99.
               02 W-MEDIA-SALARIO          PIC 9(07)V99.
               02 MASK-TOTAL               PIC ZZZ.ZZZ.ZZ9,99.
               02 MASK-MEDIA               PIC ZZZZZ9,99.
               02 ARQ-PAYF-OK              PIC X(02).
               02 ARQ-DEP-OK               PIC X(02).
               02 ARQ-RDE-OK               PIC X(02).
               02 ARQ-FER-OK               PIC X(02).
               02 ARQ-ADT-OK               PIC X(02).
               02 ARQ-PNT-OK               PIC X(02).

           01 DATA-DO-SISTEMA.
               02 ANO              PIC 9(02).
               02 LINE 17 COLUMN 21 VALUE "DEPARTAMENTO: ".
               02 LINE 18 COLUMN 21 VALUE "MODO BATCH <S/N> < >".
               02 LINE 19 COLUMN 21 VALUE "CONTINUA <S/N> < >".
           01 TELA-FOLHA.
               02 LINE 20 COLUMN 21 VALUE "FOLHA <M/P/S/F> < >".
               02 LINE 20 COLUMN 42 VALUE "M=MENSAL P/S=13O 1A/2A PARC. F=FERIAS".
               02 LINE 21 COLUMN 21 VALUE "REFERENCIA (AAAAMM): ".
               02 LINE 23 COLUMN 21 VALUE "MENSAGEM: ".
           01 OPTION-INVALID.
               02 LINE 23 COLUMN 31 VALUE "OPCAO INVALIDA".

               *> LE UM ARQUIVO SEQUENCIAL DE FUNCIONARIOS, APLICA AS MESMAS
               *> VALIDACOES E O REAJUSTE DE 25% A CADA REGISTRO, GERANDO UM
               *> RELATORIO DE SALARIOS AJUSTADOS E UMA LISTA DE FALHAS.
               *> O LOTE E DE UM TIPO DE FOLHA E DE UM MES DE REFERENCIA
               *> (EM BRANCO: MENSAL DO MES CORRENTE); O RESUMO POR
               *> DEPARTAMENTO SO E REFEITO PELA FOLHA MENSAL
               ROT-LOTE.
               accept W-DATA-HOJE from date yyyymmdd.
               display TELA-FOLHA.

               ROT-LOTE-TIPO.
               accept WS-TIPO-FOLHA at 2038 with prompt auto.
               display MSG05 at 2331.
               inspect WS-TIPO-FOLHA converting "mpsf" to "MPSF".
               if WS-TIPO-FOLHA = space
                   move 'M' to WS-TIPO-FOLHA.
               if not TIPO-FOLHA-VALIDO
                   display MSG07 at 2331
                   GO TO ROT-LOTE-TIPO.

               ROT-LOTE-REFERENCIA.
               accept WS-REFERENCIA at 2142 with prompt.
               display MSG05 at 2331.
               if WS-REFERENCIA = spaces or WS-REFERENCIA = zeros
                   move W-ANO-HOJE to WS-REF-ANO
                   move W-MES-HOJE to WS-REF-MES
               end-if.
               if WS-REFERENCIA not numeric
                  or WS-REF-MES < 1 or WS-REF-MES > 12
                   display "REFERENCIA INVALIDA <REDIGITE>" at 2331
                   GO TO ROT-LOTE-REFERENCIA.

               ROT-LOTE-PROCESSA.
               perform ROT-CARREGA-FERIAS.
               if FOLHA-13-SEGUNDA
                   perform ROT-CARREGA-ADIANTAMENTOS
               end-if.
               open input ARQ-FUNCIONARIOS.
               open output ARQ-PAYROLL.
               open output ARQ-PAYROLL-FALHAS.
               if FOLHA-MENSAL
                   perform ROT-CARREGA-PONTO
               end-if.
               if FOLHA-13-PRIMEIRA
                   open output ARQ-ADIANTAMENTO
               end-if.
               *> DESLIGADO ATE O MES DE REFERENCIA JA RECEBEU TUDO NA
               *> RESCISAO E NAO ENTRA MAIS NA FOLHA
               perform until ARQ-FUNC-OK = "10"
                   read ARQ-FUNCIONARIOS
                       at end move "10" to ARQ-FUNC-OK
                       not at end
                           if not FUNC-DESLIGADO
                              or FUNC-DSL-REFERENCIA > WS-REFERENCIA
                               perform ROT-LOTE-LINHA
                           end-if
                   end-read
               end-perform.
               close ARQ-FUNCIONARIOS.
               close ARQ-PAYROLL.
               if FOLHA-MENSAL
                   perform ROT-REJEITA-PONTO-SOBRA
               end-if.
               close ARQ-PAYROLL-FALHAS.
               if FOLHA-13-PRIMEIRA
                   close ARQ-ADIANTAMENTO
               end-if.
               if FOLHA-MENSAL
                   perform ROT-GRAVA-RESUMO-DEPTO
               end-if.
               display MSG06 at 2331.
               perform ROT-FECHA-ARQUIVOS.
               stop run.
                   move WS-SALARIO to PAY-SALARIO
                   move 25,00 to PAY-PERCENTUAL
                   compute PAY-SAL-AJUSTADO = WS-SALARIO * 1,25
                   perform ROT-MONTA-FOLHA
                   *> FORA DA MENSAL SO ENTRA QUEM TEM O QUE RECEBER
                   *> (AVOS DO 13O OU FERIAS PROGRAMADAS NO MES)
                   if FOLHA-MENSAL or PAY-VALOR-FOLHA > zeros
                       write REG-PAYROLL
                       if FOLHA-MENSAL
                           perform ROT-ACUMULA-DEPTO
                       end-if
                       if FOLHA-13-PRIMEIRA
                           perform ROT-GRAVA-ADIANTAMENTO
                       end-if
                   end-if
               end-if.

               *> O QUE ESTA EXECUCAO PAGA SOBRE O SALARIO AJUSTADO:
               *> MENSAL - O AJUSTADO DOS DIAS DO MES FORA DE FERIAS
               *>          (MES COMERCIAL DE 30 DIAS), MAIS EXTRAS E
               *>          ADICIONAL NOTURNO, MENOS FALTAS DO PONTO;
               *> 13O    - AJUSTADO X AVOS / 12; A 1A PARCELA PAGA METADE
               *>          E A 2A PAGA O INTEGRAL, ABATIDA A 1A NO LIQUIDO;
               *> FERIAS - AJUSTADO / 30 X DIAS, MAIS O TERCO CONSTITUCIONAL
               ROT-MONTA-FOLHA.
               move WS-TIPO-FOLHA to PAY-TIPO-FOLHA.
               move WS-REFERENCIA to PAY-REFERENCIA.
               move zeros to PAY-AVOS PAY-DIAS-FERIAS PAY-VALOR-FOLHA
                             PAY-TERCO-FERIAS PAY-ADIANTADO
                             PAY-HORAS-EXTRA-50 PAY-VALOR-EXTRA-50
                             PAY-HORAS-EXTRA-100 PAY-VALOR-EXTRA-100
                             PAY-HORAS-NOTURNAS PAY-VALOR-NOTURNO
                             PAY-DIAS-FALTA PAY-VALOR-FALTAS.
               if FOLHA-MENSAL
                   perform ROT-DIAS-FERIAS-NO-MES
                   move W-DIAS-NO-MES to PAY-DIAS-FERIAS
                   compute PAY-VALOR-FOLHA rounded =
                       PAY-SAL-AJUSTADO * (30 - W-DIAS-NO-MES) / 30
                   perform ROT-APLICA-PONTO
               end-if.
               if FOLHA-13-PRIMEIRA or FOLHA-13-SEGUNDA
                   perform ROT-CALCULA-AVOS
                   move W-AVOS to PAY-AVOS
                   compute W-DECIMO-INTEGRAL rounded =
                       PAY-SAL-AJUSTADO * W-AVOS / 12
               end-if.
               if FOLHA-13-PRIMEIRA
                   compute PAY-VALOR-FOLHA rounded = W-DECIMO-INTEGRAL / 2
               end-if.
               if FOLHA-13-SEGUNDA
                   move W-DECIMO-INTEGRAL to PAY-VALOR-FOLHA
                   perform ROT-ACHA-ADIANTAMENTO
               end-if.
               if FOLHA-FERIAS
                   perform ROT-ACHA-FERIAS
                   move W-DIAS-FERIAS to PAY-DIAS-FERIAS
                   compute PAY-VALOR-FOLHA rounded =
                       PAY-SAL-AJUSTADO * W-DIAS-FERIAS / 30
                   compute PAY-TERCO-FERIAS rounded = PAY-VALOR-FOLHA / 3
               end-if.
               exit.

               *> AVOS DO 13O NO ANO DE REFERENCIA: ANO INTEIRO PARA QUEM
               *> ENTROU ANTES (OU SEM DATA DE ADMISSAO NO CADASTRO); NO
               *> ANO DA ADMISSAO, DO MES DE ENTRADA A DEZEMBRO, E O MES
               *> DE ENTRADA SO CONTA COM 15 DIAS OU MAIS TRABALHADOS
               ROT-CALCULA-AVOS.
               if FUNC-DT-ADMISSAO not numeric or FUNC-ADM-ANO = zeros
                  or FUNC-ADM-MES < 1 or FUNC-ADM-MES > 12
                  or FUNC-ADM-ANO < WS-REF-ANO
                   move 12 to W-AVOS
               else
                   if FUNC-ADM-ANO > WS-REF-ANO
                       move zeros to W-AVOS
                   else
                       compute W-AVOS = 13 - FUNC-ADM-MES
                       if FUNC-ADM-DIA > 16
                           subtract 1 from W-AVOS
                       end-if
                   end-if
               end-if.
               exit.

               *> DIAS DE FERIAS QUE CAEM NO MES DE REFERENCIA: OS DO
               *> PERIODO QUE COMECA NO MES ATE O DIA 30 E A SOBRA DO
               *> PERIODO QUE COMECOU NO MES ANTERIOR
               ROT-DIAS-FERIAS-NO-MES.
               move zeros to W-DIAS-NO-MES.
               perform varying W-VARRE-VISTA from 1 by 1
                       until W-VARRE-VISTA > W-QTDE-FERIAS
                   set IDX-FER to W-VARRE-VISTA
                   if TFE-MATRICULA (IDX-FER) = WS-MATRICULA
                       move TFE-INI-DIA (IDX-FER) to W-DIA-INICIO
                       if W-DIA-INICIO > 30
                           move 30 to W-DIA-INICIO
                       end-if
                       if TFE-INI-ANO (IDX-FER) = WS-REF-ANO
                          and TFE-INI-MES (IDX-FER) = WS-REF-MES
                           compute W-DIAS-FERIAS = 31 - W-DIA-INICIO
                           if TFE-DIAS (IDX-FER) < W-DIAS-FERIAS
                               move TFE-DIAS (IDX-FER) to W-DIAS-FERIAS
                           end-if
                           add W-DIAS-FERIAS to W-DIAS-NO-MES
                       else
                           if TFE-DIAS (IDX-FER) > 31 - W-DIA-INICIO
                               compute W-DIAS-FERIAS =
                                   TFE-DIAS (IDX-FER) - (31 - W-DIA-INICIO)
                               add W-DIAS-FERIAS to W-DIAS-NO-MES
                           end-if
                       end-if
                   end-if
               end-perform.
               if W-DIAS-NO-MES > 30
                   move 30 to W-DIAS-NO-MES
               end-if.
               exit.

               *> FOLHA DE FERIAS: OS DIAS DOS PERIODOS DA MATRICULA QUE
               *> COMECAM NO MES DE REFERENCIA (PAGOS ANTES DO INICIO)
               ROT-ACHA-FERIAS.
               move zeros to W-DIAS-FERIAS.
               perform varying W-VARRE-VISTA from 1 by 1
                       until W-VARRE-VISTA > W-QTDE-FERIAS
                   set IDX-FER to W-VARRE-VISTA
                   if TFE-MATRICULA (IDX-FER) = WS-MATRICULA
                      and TFE-INI-ANO (IDX-FER) = WS-REF-ANO
                      and TFE-INI-MES (IDX-FER) = WS-REF-MES
                       add TFE-DIAS (IDX-FER) to W-DIAS-FERIAS
                   end-if
               end-perform.
               if W-DIAS-FERIAS > 30
                   move 30 to W-DIAS-FERIAS
               end-if.
               exit.

               *> CARREGA OS PERIODOS DE FERIAS QUE COMECAM NO MES DE
               *> REFERENCIA OU NO ANTERIOR (OS UNICOS QUE PODEM TER DIAS
               *> NO MES); PERIODO SEM DIAS OU COM MAIS DE 30 E IGNORADO
               ROT-CARREGA-FERIAS.
               move zeros to W-QTDE-FERIAS.
               if WS-REF-MES = 1
                   compute W-ANT-ANO = WS-REF-ANO - 1
                   move 12 to W-ANT-MES
               else
                   move WS-REF-ANO to W-ANT-ANO
                   compute W-ANT-MES = WS-REF-MES - 1
               end-if.
               open input ARQ-FERIAS.
               if ARQ-FER-OK = "00"
                   perform until ARQ-FER-OK = "10"
                              or W-QTDE-FERIAS = W-MAX-FERIAS
                       read ARQ-FERIAS
                           at end move "10" to ARQ-FER-OK
                           not at end
                               if FER-DIAS > zeros and FER-DIAS not > 30
                                  and (FER-INICIO (1:6) = WS-REFERENCIA
                                       or FER-INICIO (1:6) = W-REF-ANTERIOR)
                                   add 1 to W-QTDE-FERIAS
                                   set IDX-FER to W-QTDE-FERIAS
                                   move FER-MATRICULA to TFE-MATRICULA (IDX-FER)
                                   move FER-INI-ANO to TFE-INI-ANO (IDX-FER)
                                   move FER-INI-MES to TFE-INI-MES (IDX-FER)
                                   move FER-INI-DIA to TFE-INI-DIA (IDX-FER)
                                   move FER-DIAS to TFE-DIAS (IDX-FER)
                               end-if
                       end-read
                   end-perform
                   close ARQ-FERIAS
               end-if.
               exit.

               *> 1A PARCELA DO 13O JA PAGA NO ANO DE REFERENCIA, PARA A
               *> 2A PARCELA ABATER
               ROT-CARREGA-ADIANTAMENTOS.
               move zeros to W-QTDE-ADIANT.
               open input ARQ-ADIANTAMENTO.
               if ARQ-ADT-OK = "00"
                   perform until ARQ-ADT-OK = "10"
                              or W-QTDE-ADIANT = W-MAX-ADIANT
                       read ARQ-ADIANTAMENTO
                           at end move "10" to ARQ-ADT-OK
                           not at end
                               if ADT-ANO = WS-REF-ANO
                                   add 1 to W-QTDE-ADIANT
                                   set IDX-ADT to W-QTDE-ADIANT
                                   move ADT-MATRICULA to TAD-MATRICULA (IDX-ADT)
                                   move ADT-VALOR to TAD-VALOR (IDX-ADT)
                               end-if
                       end-read
                   end-perform
                   close ARQ-ADIANTAMENTO
               end-if.
               exit.

               ROT-ACHA-ADIANTAMENTO.
               set IDX-ADT to 1.
               search TAB-ADIANT
                   at end continue
                   when TAD-MATRICULA (IDX-ADT) = WS-MATRICULA
                       move TAD-VALOR (IDX-ADT) to PAY-ADIANTADO
               end-search.
               exit.

               ROT-GRAVA-ADIANTAMENTO.
               move WS-MATRICULA to ADT-MATRICULA.
               move WS-REF-ANO to ADT-ANO.
               move PAY-VALOR-FOLHA to ADT-VALOR.
               write REG-ADIANTAMENTO.
               exit.

               *> CARREGA O PONTO DO MES DE REFERENCIA; LANCAMENTO COM
               *> VALOR NAO NUMERICO, FALTAS ACIMA DE 30 DIAS, DEPARTAMENTO
               *> FORA DA TABELA OU MATRICULA REPETIDA VAI PARA AS FALHAS
               ROT-CARREGA-PONTO.
               move zeros to W-QTDE-PONTO.
               open input ARQ-PONTO.
               if ARQ-PNT-OK = "00"
                   perform until ARQ-PNT-OK = "10"
                       read ARQ-PONTO
                           at end move "10" to ARQ-PNT-OK
                           not at end
                               if PNT-REFERENCIA = WS-REFERENCIA
                                   perform ROT-CONSISTE-PONTO
                               end-if
                       end-read
                   end-perform
                   close ARQ-PONTO
               end-if.
               exit.

               ROT-CONSISTE-PONTO.
               move spaces to W-MOTIVO-PONTO.
               if PNT-MATRICULA not numeric or PNT-DEPARTAMENTO not numeric
                  or PNT-HORAS-EXTRA-50 not numeric
                  or PNT-HORAS-EXTRA-100 not numeric
                  or PNT-HORAS-NOTURNAS not numeric
                  or PNT-DIAS-FALTA not numeric
                  or PNT-MATRICULA = zeros
                   move "CAMPOS NAO NUMERICOS OU MATRICULA ZERADA"
                       to W-MOTIVO-PONTO
               else
                   if PNT-DIAS-FALTA > 30
                       move "FALTAS ACIMA DE 30 DIAS" to W-MOTIVO-PONTO
                   else
                       move PNT-DEPARTAMENTO to WS-DEPARTAMENTO
                       perform ROT-VALIDA-DEPARTAMENTO
                       if not DEPTO-VALIDO
                           move "DEPARTAMENTO INEXISTENTE" to W-MOTIVO-PONTO
                       end-if
                   end-if
               end-if.
               if W-MOTIVO-PONTO = spaces
                   perform varying W-VARRE-VISTA from 1 by 1
                           until W-VARRE-VISTA > W-QTDE-PONTO
                       set IDX-PNT to W-VARRE-VISTA
                       if TPO-MATRICULA (IDX-PNT) = PNT-MATRICULA
                           move "MATRICULA REPETIDA NO PONTO DO MES"
                               to W-MOTIVO-PONTO
                       end-if
                   end-perform
               end-if.
               if W-MOTIVO-PONTO = spaces and W-QTDE-PONTO = W-MAX-PONTO
                   move "TABELA DE PONTO CHEIA" to W-MOTIVO-PONTO
               end-if.
               if W-MOTIVO-PONTO = spaces
                   add 1 to W-QTDE-PONTO
                   set IDX-PNT to W-QTDE-PONTO
                   move PNT-MATRICULA to TPO-MATRICULA (IDX-PNT)
                   move PNT-DEPARTAMENTO to TPO-DEPARTAMENTO (IDX-PNT)
                   move PNT-HORAS-EXTRA-50 to TPO-HORAS-50 (IDX-PNT)
                   move PNT-HORAS-EXTRA-100 to TPO-HORAS-100 (IDX-PNT)
                   move PNT-HORAS-NOTURNAS to TPO-HORAS-NOTURNAS (IDX-PNT)
                   move PNT-DIAS-FALTA to TPO-DIAS-FALTA (IDX-PNT)
                   move 'N' to TPO-USADO (IDX-PNT)
               else
                   move PNT-MATRICULA to W-PONTO-MATRICULA
                   move PNT-REFERENCIA to W-PONTO-REFERENCIA
                   perform ROT-REJEITA-PONTO
               end-if.
               exit.

               *> LANCA O PONTO DO FUNCIONARIO NA FOLHA MENSAL: EXTRAS E
               *> ADICIONAL NOTURNO SOMAM, FALTAS ABATEM (NO MAXIMO OS
               *> DIAS DO MES FORA DE FERIAS). PONTO DE OUTRO DEPARTAMENTO
               *> QUE NAO O DO CADASTRO E REJEITADO
               ROT-APLICA-PONTO.
               move 'N' to W-PONTO-ACHADO.
               perform varying W-VARRE-VISTA from 1 by 1
                       until W-VARRE-VISTA > W-QTDE-PONTO or PONTO-ACHADO
                   set IDX-PNT to W-VARRE-VISTA
                   if TPO-MATRICULA (IDX-PNT) = WS-MATRICULA
                       move 'S' to W-PONTO-ACHADO
                   end-if
               end-perform.
               if PONTO-ACHADO
                   move 'S' to TPO-USADO (IDX-PNT)
                   if TPO-DEPARTAMENTO (IDX-PNT) not = WS-DEPARTAMENTO
                       move WS-MATRICULA to W-PONTO-MATRICULA
                       move WS-REFERENCIA to W-PONTO-REFERENCIA
                       move "DEPARTAMENTO DIFERENTE DO CADASTRO"
                           to W-MOTIVO-PONTO
                       perform ROT-REJEITA-PONTO
                   else
                       compute W-VALOR-HORA rounded =
                           PAY-SAL-AJUSTADO / W-DIVISOR-HORAS
                       move TPO-HORAS-50 (IDX-PNT) to PAY-HORAS-EXTRA-50
                       move TPO-HORAS-100 (IDX-PNT) to PAY-HORAS-EXTRA-100
                       move TPO-HORAS-NOTURNAS (IDX-PNT)
                           to PAY-HORAS-NOTURNAS
                       compute PAY-VALOR-EXTRA-50 rounded = W-VALOR-HORA
                           * W-FATOR-EXTRA-50 * PAY-HORAS-EXTRA-50
                       compute PAY-VALOR-EXTRA-100 rounded = W-VALOR-HORA
                           * W-FATOR-EXTRA-100 * PAY-HORAS-EXTRA-100
                       compute PAY-VALOR-NOTURNO rounded = W-VALOR-HORA
                           * W-FATOR-NOTURNO * PAY-HORAS-NOTURNAS
                       compute W-DIAS-FALTA = 30 - PAY-DIAS-FERIAS
                       if TPO-DIAS-FALTA (IDX-PNT) < W-DIAS-FALTA
                           move TPO-DIAS-FALTA (IDX-PNT) to W-DIAS-FALTA
                       end-if
                       move W-DIAS-FALTA to PAY-DIAS-FALTA
                       compute PAY-VALOR-FALTAS rounded =
                           PAY-SAL-AJUSTADO * PAY-DIAS-FALTA / 30
                       compute PAY-VALOR-FOLHA = PAY-VALOR-FOLHA
                           + PAY-VALOR-EXTRA-50 + PAY-VALOR-EXTRA-100
                           + PAY-VALOR-NOTURNO - PAY-VALOR-FALTAS
                   end-if
               end-if.
               exit.

               *> PONTO QUE NAO ACHOU FUNCIONARIO NA FOLHA DO MES (FORA DO
               *> CADASTRO, DESLIGADO OU REJEITADO NA VALIDACAO)
               ROT-REJEITA-PONTO-SOBRA.
               perform varying W-VARRE-VISTA from 1 by 1
                       until W-VARRE-VISTA > W-QTDE-PONTO
                   set IDX-PNT to W-VARRE-VISTA
                   if not PONTO-USADO (IDX-PNT)
                       move TPO-MATRICULA (IDX-PNT) to W-PONTO-MATRICULA
                       move WS-REFERENCIA to W-PONTO-REFERENCIA
                       move "SEM FUNCIONARIO ATIVO E VALIDO NA FOLHA"
                           to W-MOTIVO-PONTO
                       perform ROT-REJEITA-PONTO
                   end-if
               end-perform.
               exit.

               ROT-REJEITA-PONTO.
               move spaces to REG-PAYROLL-FALHA.
               string "PONTO " delimited by size
                      W-PONTO-MATRICULA delimited by size
                      " " delimited by size
                      W-PONTO-REFERENCIA delimited by size
                      " REJEITADO: " delimited by size
                      W-MOTIVO-PONTO delimited by size
                   into REG-PAYROLL-FALHA
               end-string.
               write REG-PAYROLL-FALHA.
               exit.

               *> CARREGA A TABELA DE DEPARTAMENTOS DO ARQUIVO EXTERNO
               ROT-CARREGA-DEPARTAMENTOS.
                               move zeros to TD-QTDE (IDX-DEP)
                               move zeros to TD-TOT-SALARIO (IDX-DEP)
                               move zeros to TD-TOT-AJUSTADO (IDX-DEP)
                               move zeros to TD-TOT-EXTRAS (IDX-DEP)
                               move zeros to TD-TOT-NOTURNO (IDX-DEP)
                       end-read
                   end-perform
                   close ARQ-DEPARTAMENTOS
               add 1 to TD-QTDE (IDX-DEP).
               add WS-SALARIO to TD-TOT-SALARIO (IDX-DEP).
               add PAY-SAL-AJUSTADO to TD-TOT-AJUSTADO (IDX-DEP).
               add PAY-VALOR-EXTRA-50 to TD-TOT-EXTRAS (IDX-DEP).
               add PAY-VALOR-EXTRA-100 to TD-TOT-EXTRAS (IDX-DEP).
               add PAY-VALOR-NOTURNO to TD-TOT-NOTURNO (IDX-DEP).
               exit.

               *> RESUMO POR DEPARTAMENTO PARA A CONTROLADORIA: EFETIVO,
               *> TOTAL E MEDIA DO SALARIO BASE E TOTAL AJUSTADO; O CUSTO
               *> DAS HORAS EXTRAS E DO ADICIONAL NOTURNO EM LINHA PROPRIA
               ROT-GRAVA-RESUMO-DEPTO.
               open output ARQ-RESUMO-DEPTO.
               perform varying W-VARRE-VISTA from 1 by 1
                           into REG-RESUMO-DEPTO
                       end-string
                       write REG-RESUMO-DEPTO
                       move spaces to REG-RESUMO-DEPTO
                       move TD-TOT-EXTRAS (IDX-DEP) to MASK-TOTAL
                       string "          HORAS EXTRAS   " delimited by size
                              MASK-TOTAL delimited by size
                              " ADIC. NOTURNO " delimited by size
                           into REG-RESUMO-DEPTO
                       end-string
                       move TD-TOT-NOTURNO (IDX-DEP) to MASK-TOTAL
                       move MASK-TOTAL to REG-RESUMO-DEPTO (55:14)
                       write REG-RESUMO-DEPTO
                   end-if
               end-perform.
               close ARQ-RESUMO-DEPTO.
