                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PLI-OK.

                   SELECT ARQ-IR-CDB-PARAM ASSIGN TO "ARQ-IR-CDB-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PIR-OK.

                   SELECT ARQ-BOLETO-PARAM ASSIGN TO "ARQ-BOLETO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-BPA-OK.

                   SELECT ARQ-RECADASTRO-PARAM ASSIGN TO "ARQ-RECADASTRO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PRC-OK.

                   SELECT ARQ-FLOAT-PARAM ASSIGN TO "ARQ-FLOAT-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PFL-OK.

                   SELECT ARQ-FERIADOS ASSIGN TO "ARQ-FERIADOS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FER-OK.
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CPI-OK.

                   SELECT ARQ-REIMPRESSAO ASSIGN TO "ARQ-REIMPRESSAO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RIM-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-EPL-OK.

                   SELECT ARQ-FUNC-CONTA ASSIGN TO "FUNCIONARIO-CONTA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FNC-OK.

                   SELECT ARQ-TERMO ASSIGN TO "ARQ-TERMO-ENCERRAMENTO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-TER-OK.

                   SELECT ARQ-OVERRIDE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TEX-CHAVE
                       FILE STATUS ARQ-TEX-OK.

                   SELECT ARQ-CDB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDB-CHAVE
                       FILE STATUS ARQ-CDB-OK.

                   SELECT ARQ-CARTAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CRT-NUMERO
                       FILE STATUS ARQ-CRT-OK.

                   SELECT ARQ-BOLETO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BOL-CHAVE
                       FILE STATUS ARQ-BOL-OK.

                   SELECT ARQ-DEBAUT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS DAU-CHAVE
                       FILE STATUS ARQ-DAU-OK.

                   SELECT ARQ-SCORE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SCO-CHAVE
                       FILE STATUS ARQ-SCO-OK.

                   SELECT ARQ-CASO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CAS-CHAVE
                       FILE STATUS ARQ-CAS-OK.

                   SELECT ARQ-TESOURARIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TES-CHAVE
                       FILE STATUS ARQ-TES-OK.

                   SELECT ARQ-SAC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SAC-PROTOCOLO
                       FILE STATUS ARQ-SAC-OK.

                   SELECT ARQ-CHEQUE-DEP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDP-CHAVE
                       FILE STATUS ARQ-CDP-OK.

                   SELECT ARQ-CCF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CCF-CHAVE
                       FILE STATUS ARQ-CCF-OK.

                   SELECT ARQ-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PJ-CNPJ
                       FILE STATUS ARQ-PJ-OK.

                   SELECT ARQ-REPRESENTANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS REP-CHAVE
                       ALTERNATE RECORD KEY IS REP-CPF WITH DUPLICATES
                       FILE STATUS ARQ-REP-OK.

                   SELECT ARQ-PERMISSAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PRM-CHAVE
                       FILE STATUS ARQ-PRM-OK.

                   SELECT ARQ-ACESSO-NEGADO ASSIGN TO "ARQ-ACESSO-NEGADO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ACN-OK.

                   SELECT ARQ-OBITO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS OBT-CPF
                       FILE STATUS ARQ-OBT-OK.

                   SELECT ARQ-OBITO-OCORRENCIA ASSIGN TO "ARQ-OBITO-OCORRENCIA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-OCO-OK.

                   SELECT ARQ-OBITO-PARAM ASSIGN TO "ARQ-OBITO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-POB-OK.

       DATA DIVISION.

           FILE SECTION.
               01  REG-LIMITE-PARAM.
                   02  PLI-THRESHOLD           PIC 9(8)V99.

      *> TABELA REGRESSIVA DE IR SOBRE O RENDIMENTO DO CDB: UMA FAIXA
      *> POR LINHA, COM O PRAZO EM DIAS CORRIDOS ATE O QUAL A ALIQUOTA
      *> VALE; O JOB CONTA-CDB LE O MESMO LAYOUT
               FD ARQ-IR-CDB-PARAM LABEL RECORDS STANDARD.

               01  REG-IR-CDB.
                   02  IRC-DIAS-ATE            PIC 9(4).
                   02  IRC-ALIQUOTA            PIC 9(2)V9(2).

      *> ENCARGOS DO BOLETO PAGO APOS O VENCIMENTO: MULTA UNICA E MORA
      *> AO MES, PRO RATA POR DIA CORRIDO DE ATRASO
               FD ARQ-BOLETO-PARAM LABEL RECORDS STANDARD.

               01  REG-BOLETO-PARAM.
                   02  BPA-MULTA-PCT           PIC 9(2)V9(2).
                   02  BPA-MORA-MES-PCT        PIC 9(2)V9(2).

      *> RENOVAÇÂO CADASTRAL: VALIDADE DA REVISÂO EM MESES, CARENCIA EM
      *> DIAS APOS O LEMBRETE E VALOR DE SAQUE ACIMA DO QUAL O CLIENTE
      *> PENDENTE PRECISA DE SUPERVISOR; O JOB CONTA-RECADASTRO LE O
      *> MESMO LAYOUT
               FD ARQ-RECADASTRO-PARAM LABEL RECORDS STANDARD.

               01  REG-RECADASTRO-PARAM.
                   02  PRC-MESES-VALIDADE      PIC 9(3).
                   02  PRC-DIAS-CARENCIA       PIC 9(3).
                   02  PRC-VALOR-SAQUE         PIC 9(8)V99.

      *> FLOAT DO CHEQUE DE OUTRO BANCO: VALOR DA FAIXA, DIAS UTEIS ATE
      *> A DISPONIBILIDADE ABAIXO E A PARTIR DELE, E A TARIFA DO CHEQUE
      *> DEVOLVIDO; O JOB CONTA-CHEQUE-RETORNO LE O MESMO LAYOUT
               FD ARQ-FLOAT-PARAM LABEL RECORDS STANDARD.

               01  REG-FLOAT-PARAM.
                   02  PFL-VALOR-FAIXA         PIC 9(8)V99.
                   02  PFL-DIAS-ABAIXO         PIC 9(2).
                   02  PFL-DIAS-ACIMA          PIC 9(2).
                   02  PFL-TARIFA-DEVOLUCAO    PIC 9(4)V99.

      *> CALENDARIO BANCARIO: UMA DATA DE FERIADO AAAAMMDD POR LINHA
               FD ARQ-FERIADOS LABEL RECORDS STANDARD.


               01  REG-COMPROVANTE-IMP         PIC X(80).

               FD ARQ-REIMPRESSAO LABEL RECORDS STANDARD.

               COPY REIMPLOG.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               01  REG-EMP-PLANO               PIC X(100).

      *> CADASTRO MATRICULA -> CONTA DA FOLHA (MANTIDO PELO RH), LIDO NA
      *> CONTRATAÇÂO DO CONSIGNADO PARA CONFERIR O VINCULO
               FD ARQ-FUNC-CONTA LABEL RECORDS STANDARD.

               01  REG-FUNC-CONTA.
                   02  FNC-MATRICULA           PIC 9(5).
                   02  FNC-COD-CONTA           PIC 9(7).
                   02  FNC-DV                  PIC 9(1).

      *> TERMO DE ENCERRAMENTO IMPRESSO PARA O CLIENTE ASSINAR, ANEXADO
      *> (UM TERMO POR CONTA ENCERRADA, SEPARADOS POR QUEBRA DE PAGINA)
               FD ARQ-TERMO LABEL RECORDS STANDARD.

               01  REG-TERMO                   PIC X(80).

               FD ARQ-OVERRIDE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-OVERRIDE.DAT".

               COPY OVERLOG.

               COPY TRANSFEXT.

               FD ARQ-CDB LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CDB.DAT".

               COPY CDB.

               FD ARQ-CARTAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTAO.DAT".

               COPY CARTAO.

               FD ARQ-BOLETO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BOLETO.DAT".

               COPY BOLETO.

               FD ARQ-DEBAUT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-DEBAUT.DAT".

               COPY DEBAUT.

               FD ARQ-SCORE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SCORE.DAT".

               COPY SCORE.

               FD ARQ-CASO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CASO-FRAUDE.DAT".

               COPY CASOFRAU.

               FD ARQ-TESOURARIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-TESOURARIA.DAT".

               COPY TESOURAR.

               FD ARQ-SAC LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SAC.DAT".

               COPY SACRECL.

               FD ARQ-CHEQUE-DEP LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-DEP.DAT".

               COPY CHQDEP.

               FD ARQ-CCF LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CCF.DAT".

               COPY CCF.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

               FD ARQ-REPRESENTANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-REPRESENTANTE.DAT".

               COPY REPRES.

               FD ARQ-PERMISSAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-PERMISSAO.DAT".

               COPY PERMISSA.

               FD ARQ-ACESSO-NEGADO LABEL RECORDS STANDARD.

               COPY ACESSNEG.

               FD ARQ-OBITO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-OBITO.DAT".

               COPY OBITO.

               FD ARQ-OBITO-OCORRENCIA LABEL RECORDS STANDARD.

               COPY OBITOCOR.

      *> COTA DO TITULAR FALECIDO NA CONTA CONJUNTA (% DO SALDO NA
      *> DATA DO OBITO QUE FICA BLOQUEADO PARA O INVENTARIO)
               FD ARQ-OBITO-PARAM LABEL RECORDS STANDARD.

               01  REG-OBITO-PARAM.
                   02  POB-PERC-CONJUNTA       PIC 9(3).

       WORKING-STORAGE SECTION.


                    02  ARQ-CAT-OK          PIC X(2).
                    02  ARQ-VIS-OK          PIC X(2).
                    02  ARQ-EPL-OK          PIC X(2).
                    02  ARQ-FNC-OK          PIC X(2).
                    02  ARQ-POS-OK          PIC X(2).
                    02  ARQ-CPV-OK          PIC X(2).
                    02  ARQ-CPI-OK          PIC X(2).
                    02  ARQ-RIM-OK          PIC X(2).
                    02  ARQ-CDB-OK          PIC 9(2).
                    02  ARQ-PIR-OK          PIC X(2).
                    02  ARQ-CRT-OK          PIC 9(2).
                    02  ARQ-BOL-OK          PIC 9(2).
                    02  ARQ-DAU-OK          PIC 9(2).
                    02  ARQ-BPA-OK          PIC X(2).
                    02  ARQ-SCO-OK          PIC X(2).
                    02  ARQ-CAS-OK          PIC X(2).
                    02  ARQ-TER-OK          PIC X(2).
                    02  ARQ-PRC-OK          PIC X(2).
                    02  ARQ-TES-OK          PIC 9(2).
                    02  ARQ-SAC-OK          PIC 9(2).
                    02  ARQ-CDP-OK          PIC 9(2).
                    02  ARQ-PFL-OK          PIC X(2).
                    02  ARQ-CCF-OK          PIC 9(2).
                    02  ARQ-PJ-OK           PIC 9(2).
                    02  ARQ-REP-OK          PIC 9(2).
                    02  ARQ-PRM-OK          PIC 9(2).
                    02  ARQ-ACN-OK          PIC X(2).
                    02  ARQ-OBT-OK          PIC 9(2).
                    02  ARQ-OCO-OK          PIC X(2).
                    02  ARQ-POB-OK          PIC X(2).


                01 GLOBAL-VARIABLES.
                    02  W-OPTION        PIC X(2).
                        88 VALID-OPTION  VALUE '01' THRU '46'.
                    02 W-COUNT          PIC 9(4).

                    02 W-ASK            PIC X(1) VALUE SPACE.
                01 MASK-VARIABLES.
                    02  M-CPF               PIC 999.999.999.99.
                    02  W-CPF               PIC 99999999999.
                    02  M-CNPJ              PIC 99.999.999/9999.99.
                    02  W-CNPJ              PIC 9(14).
                    02  M-COD-CONTA         PIC 99999.99.
                    02  W-COD-CONTA         PIC 9999999.
                    02  M-SALDO             PIC ---.---.--9,99.
                    02  W-FIRST-DIGIT               PIC 9       VALUE ZEROS.
                    02  W-SECOND-DIGIT              PIC 9       VALUE ZEROS.

                *> DIGITOS VERIFICADORES DO CNPJ (MODULO 11, PESOS 2 A 9)
                01 CNPJ-VERIFICATION.
                    02  W-CNPJ-DIGITO               PIC 9(1).
                    02  W-CNPJ-PESO                 PIC 9(1).
                    02  W-CNPJ-SOMA                 PIC 9(4).
                    02  W-CNPJ-IDX                  PIC 9(2).
                    02  W-CNPJ-RESTO                PIC 9(2).
                    02  W-CNPJ-DV                   PIC 9(1).
                    02  W-CNPJ-DV1                  PIC 9(1).
                    02  W-CNPJ-DV2                  PIC 9(1).
                    02  W-CNPJ-OK                   PIC X(1).
                        88  CNPJ-VALIDO             VALUE 'S'.

                01 DATE-TIME.
			        02 YEARS		PIC 9(04).
			        02 MONTHS		PIC 9(02).
                    02 CENTI-SECS   PIC 9(02).

                01 SALDO-LIMITE-VERIFICATION.
                    02  W-MIN-SALDO                 PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-LIMITE-ANTERIOR           PIC 9(8)V99.
                    02  W-LIMITE-DELTA              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    *> TETO DE AUMENTO DE LIMITE SEM APROVAÇÂO; O VALOR
                    02  W-INT-CONTA-DESTINO          PIC 9(7).
                    02  W-INT-VALOR                  PIC 9(8)V99.
                    02  W-INT-SALDO-ANTES            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    *> SO O ESTORNO, A TRANSFERENCIA EXTERNA, O BOLETO E
                    *> O CDB PREENCHEM ESTES; O GRAVA-INTENCAO OS LIMPA
                    *> APOS A GRAVAÇÂO PARA NÂO VAZAREM PARA A INTENÇÂO
                    *> SEGUINTE
                    02  W-INT-SEQ-ESTORNADA          PIC 9(6) VALUE ZEROS.
                    02  W-INT-TX-BANCO               PIC 9(3) VALUE ZEROS.
                    02  W-INT-TX-AGENCIA             PIC 9(4) VALUE ZEROS.
                    02  W-INT-TX-CONTA               PIC 9(7) VALUE ZEROS.
                    02  W-INT-BOL-BARRAS             PIC X(44) VALUE SPACES.
                    02  W-INT-CDB-SEQ                PIC 9(6) VALUE ZEROS.

                01 NOTIFICACAO-VARIABLES.
                    02  W-NOT-SEQ                    PIC 9(6).
                    02  W-PAR-NUM-NOVO               PIC 9(3).
                    02  W-PAR-NUM2-ANT               PIC 9(2).
                    02  W-PAR-NUM2-NOVO              PIC 9(2).
                    02  W-PAR-NUM3-ANT               PIC 9(3).
                    02  W-PAR-NUM3-NOVO              PIC 9(3).
                    02  W-PAR-TAXA-ANT               PIC 9(2)V9(2).
                    02  W-PAR-TAXA-NOVA              PIC 9(2)V9(2).
                    02  W-PAR-TAXA2-ANT              PIC 9(2)V9(2).
                    02  W-PAR-TAXA2-NOVA             PIC 9(2)V9(2).
                    02  W-PAR-VALOR-ANT              PIC 9(8)V99.
                    02  W-PAR-VALOR-NOVO             PIC 9(8)V99.
                    02  M-PAR-NUM                    PIC ZZ9.
                    02  M-PAR-TAXA                   PIC Z9,99.
                    02  M-PAR-VALOR                  PIC ZZ.ZZZ.ZZ9,99.
                    02  M-PAR-TARIFA                 PIC ZZZ.ZZ9,99.
                    02  W-PAR-TARIFA-ANT             PIC 9(4)V99.
                    02  W-PAR-TARIFA-NOVA            PIC 9(4)V99.
                    02  W-PAR-QTDE-FX-ANT            PIC 9(2).
                    02  W-PAR-QTDE-FX-NOVA           PIC 9(2).
                    02  W-PAR-FXI                    PIC 9(2).
                        03  W-FXN-ENTRADA OCCURS 20 TIMES.
                            04  W-FXN-LIMITE-ATE     PIC 9(8)V99.
                            04  W-FXN-VALOR          PIC 9(6)V99.
                    *> TABELA DE IR DO CDB DIGITADA NA EDIÇÂO; A ANTERIOR E
                    *> A PROPRIA W-IRC-TABELA CARREGADA DO ARQUIVO
                    02  W-PAR-QTDE-IR-NOVA           PIC 9(2).
                    02  W-PAR-DIAS-ANTERIOR-IR       PIC 9(4).
                    02  W-PAR-IR-NOVA.
                        03  W-IRN-ENTRADA OCCURS 10 TIMES.
                            04  W-IRN-DIAS-ATE       PIC 9(4).
                            04  W-IRN-ALIQUOTA       PIC 9(2)V9(2).
                    02  M-PAR-DIAS                   PIC ZZZ9.

                01 CAIXA-VARIABLES.
                    02  W-CXA-DELTA-DEP              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  M-CXA-VALOR                  PIC ---.---.--9,99.
                    02  M-CXA-VALOR2                 PIC ---.---.--9,99.
                    02  M-CXA-VALOR3                 PIC ---.---.--9,99.
                    *> SUPRIMENTOS MENOS DEVOLUÇÔES DA TESOURARIA NO DIA
                    02  W-CXA-TESOURARIA             PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 TESOURARIA-VARIABLES.
                    02  W-TES-AGENCIA                PIC 9(4).
                    02  W-TES-ACAO                   PIC X(1).
                        88  ACAO-SUPRIMENTO          VALUE 'S' 's'.
                        88  ACAO-DEVOLUCAO           VALUE 'D' 'd'.
                        88  ACAO-REMESSA             VALUE 'R' 'r'.
                        88  ACAO-FECHA-TESOURARIA    VALUE 'F' 'f'.
                    02  W-TES-SENTIDO                PIC X(1).
                        88  REMESSA-ENVIADA          VALUE 'E' 'e'.
                        88  REMESSA-RECEBIDA         VALUE 'R' 'r'.
                    02  W-TES-GAVETA                 PIC X(1).
                        88  GAVETA-ABERTA-HOJE       VALUE 'S'.
                    02  W-TES-VALOR                  PIC 9(10)V99.
                    02  W-TES-ABERTURA               PIC 9(10)V99.
                    02  W-TES-LIMITE                 PIC 9(10)V99.
                    *> SALDO ESPERADO DO COFRE E DINHEIRO ESPERADO NA GAVETA
                    02  W-TES-SALDO                  PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TES-SALDO-GAVETA           PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TES-DIFERENCA              PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  M-TES-VALOR                  PIC -.---.---.--9,99.

                *> RECLAMAÇÔES DO SAC: PROTOCOLO NOVO OU EXISTENTE, AÇÂO
                *> SOBRE O EXISTENTE E PRAZO DE RESPOSTA EM DIAS UTEIS
                01 SAC-VARIABLES.
                    02  W-SAC-PROTOCOLO              PIC 9(8).
                    02  W-SAC-ACAO                   PIC X(1).
                        88  ACAO-SAC-TRATAMENTO      VALUE 'T' 't'.
                        88  ACAO-SAC-FECHAR          VALUE 'F' 'f'.
                        88  ACAO-SAC-ESTORNO         VALUE 'E' 'e'.
                    02  W-SAC-RESOLUCAO              PIC X(1).
                        88  RESOLUCAO-PROCEDENTE     VALUE 'P' 'p'.
                        88  RESOLUCAO-IMPROCEDENTE   VALUE 'I' 'i'.
                    02  W-SAC-SEQ-EXTRATO            PIC 9(6).
                    02  W-SAC-CATEGORIA              PIC X(2).
                    02  W-SAC-DESCRICAO              PIC X(40).
                    02  W-SAC-TEXTO                  PIC X(30).
                    02  W-SAC-STATUS-HIST            PIC X(1).
                    02  W-SAC-MOV-OK                 PIC X(1).
                        88  SAC-MOVIMENTO-OK         VALUE 'S'.
                    02  W-SAC-GRAVADO                PIC X(1).
                        88  SAC-PROTOCOLO-GRAVADO    VALUE 'S'.
                    *> PRAZO DA RESPOSTA AO CLIENTE PELA OUVIDORIA
                    02  W-SAC-PRAZO-DIAS             PIC 9(2) VALUE 10.
                    02  W-SAC-CONTADOR               PIC 9(2).
                    02  W-SAC-IDX                    PIC 9(2).
                    02  W-SAC-LINHA                  PIC 9(2).
                    02  W-SAC-ULT-SEQ                PIC 9(6).
                    02  W-SAC-DATA-EDIT.
                        03  W-SAC-EDIT-DIA           PIC 9(2).
                        03  FILLER                   PIC X(1) VALUE '/'.
                        03  W-SAC-EDIT-MES           PIC 9(2).
                        03  FILLER                   PIC X(1) VALUE '/'.
                        03  W-SAC-EDIT-ANO           PIC 9(4).

                *> DEPOSITO EM CHEQUE DE OUTRO BANCO: DADOS DA FOLHA,
                *> PARAMETROS DO FLOAT DA COMPENSAÇÂO E A SOMA AINDA NÂO
                *> DISPONIVEL DA CONTA EM W-BLQ-CONTA
                01 CHEQUE-DEP-VARIABLES.
                    02  W-DEP-TIPO                   PIC X(1).
                        88  DEPOSITO-DINHEIRO        VALUE 'D' 'd'.
                        88  DEPOSITO-CHEQUE          VALUE 'C' 'c'.
                    02  W-CDP-SEQ                    PIC 9(6).
                    02  W-CDP-BANCO                  PIC 9(3).
                    02  W-CDP-AGENCIA                PIC 9(4).
                    02  W-CDP-CONTA                  PIC 9(7).
                    02  W-CDP-NUMERO                 PIC 9(6).
                    02  W-CDP-REPETIDO               PIC X(1).
                        88  CHEQUE-JA-DEPOSITADO     VALUE 'S'.
                    *> SEM O ARQUIVO DE PARAMETRO: ABAIXO DE 300,00 O
                    *> CHEQUE FICA DISPONIVEL EM D+2, A PARTIR DELE EM D+1
                    02  W-CDP-VALOR-FAIXA            PIC 9(8)V99.
                    02  W-CDP-DIAS-ABAIXO            PIC 9(2).
                    02  W-CDP-DIAS-ACIMA             PIC 9(2).
                    02  W-CDP-TARIFA-DEVOLUCAO       PIC 9(4)V99.
                    02  W-CDP-DIAS-FLOAT             PIC 9(2).
                    02  W-CDP-CONTADOR               PIC 9(2).
                    02  W-SOMA-FLOAT                 PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-DISPONIVEL           PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-CDP-DATA-EDIT.
                        03  W-CDP-EDIT-DIA           PIC 9(2).
                        03  FILLER                   PIC X(1) VALUE '/'.
                        03  W-CDP-EDIT-MES           PIC 9(2).
                        03  FILLER                   PIC X(1) VALUE '/'.
                        03  W-CDP-EDIT-ANO           PIC 9(4).

                01 SENHA-VARIABLES.
                    *> VALIDADE E TETO DE TENTATIVAS; SEM O ARQUIVO DE
                    02  W-EMP-IDX                    PIC 9(3).
                    02  W-EMP-VENC-MES               PIC 9(2).
                    02  W-EMP-VENC-ANO               PIC 9(4).
                    *> MATRICULA DA FOLHA NO CONSIGNADO (ZEROS = PESSOAL)
                    02  W-EMP-MATRICULA              PIC 9(5).
                    02  W-EMP-VINCULO                PIC X(1).
                        88  VINCULO-FOLHA-OK         VALUE 'S'.
                    02  M-EMP-PARCELA                PIC ZZ.ZZZ.ZZ9,99.

                01 CDB-VARIABLES.
                    02  W-CDB-SEQ                    PIC 9(6).
                    02  W-CDB-SEQ-RESGATE            PIC 9(6).
                    02  W-CDB-PRINCIPAL              PIC 9(8)V99.
                    02  W-CDB-TAXA                   PIC 9(2)V9(2).
                    02  W-CDB-PRAZO                  PIC 9(4).
                    02  W-CDB-ACAO                   PIC X(1).
                        88  CDB-APLICAR              VALUE 'A' 'a'.
                        88  CDB-RESGATAR             VALUE 'R' 'r'.
                    02  W-CDB-DATA-NUM               PIC 9(8).
                    02  W-CDB-DIAS-APLICADO          PIC 9(5).
                    02  W-CDB-ALIQUOTA               PIC 9(2)V9(2).
                    02  W-CDB-IR                     PIC 9(8)V99.
                    02  W-CDB-LIQUIDO                PIC 9(8)V99.
                    02  W-CDB-DATA-EXIBE             PIC 9(8).
                    *> TABELA REGRESSIVA DE IR CARREGADA DO ARQUIVO DE
                    *> PARAMETRO; SEM ARQUIVO VALE A TABELA PADRÂO
                    02  W-IRC-QTDE                   PIC 9(2).
                    02  W-IRC-IDX                    PIC 9(2).
                    02  W-IRC-TABELA.
                        03  W-IRC-FAIXA OCCURS 10 TIMES.
                            04  W-IRC-DIAS-ATE       PIC 9(4).
                            04  W-IRC-ALIQUOTA       PIC 9(2)V9(2).
                    02  M-CDB-VALOR                  PIC ZZ.ZZZ.ZZ9,99.
                    02  M-CDB-TAXA                   PIC Z9,99.
                    02  M-CDB-SEQ                    PIC ZZZZZ9.
                    02  M-CDB-DATA                   PIC 99/99/9999.

                *> CARTÂO DE DEBITO: NUMERO = BIN DA CASA (6) + SEQUENCIA
                *> (9) + DV DE LUHN (1)
                01 CARTAO-VARIABLES.
                    02  W-CRT-ACAO                   PIC X(1).
                        88  CRT-EMITIR               VALUE 'E' 'e'.
                        88  CRT-BLOQUEAR             VALUE 'B' 'b'.
                        88  CRT-SUBSTITUIR           VALUE 'S' 's'.
                    02  W-CRT-NUMERO                 PIC 9(16).
                    02  W-CRT-NOVO                   PIC 9(16).
                    02  W-CRT-BIN                    PIC 9(6) VALUE 507860.
                    02  W-CRT-SEQ                    PIC 9(9).
                    02  W-CRT-BASE                   PIC 9(15).
                    02  W-CRT-SOMA                   PIC 9(4).
                    02  W-CRT-IDX                    PIC 9(2).
                    02  W-CRT-DIGITO                 PIC 9(2).
                    02  W-CRT-DOBRA                  PIC X(1).
                        88  CRT-DOBRA-DIGITO         VALUE 'S'.
                    02  W-CRT-DV                     PIC 9(1).
                    02  W-CRT-ACHOU                  PIC X(1).
                        88  CRT-DA-CONTA             VALUE 'S'.
                    02  W-CRT-VALIDADE-EXIBE         PIC 9(6).
                    02  M-CRT-VALIDADE               PIC 99/9999.

                *> PAGAMENTO DE BOLETO: A LINHA DIGITAVEL (47 DIGITOS NO
                *> BANCARIO, 48 NA ARRECADAÇÂO) E O CODIGO DE BARRAS
                *> REMONTADO DELA, MAIS OS CAMPOS DE CONFERENCIA DOS DV
                01 BOLETO-VARIABLES.
                    02  W-BOL-LINHA                  PIC X(48).
                    02  W-BOL-BARRAS                 PIC X(44).
                    02  W-BOL-TIPO-LINHA             PIC X(1).
                        88  LINHA-BANCARIA           VALUE 'B'.
                        88  LINHA-ARRECADACAO        VALUE 'A'.
                        88  LINHA-INVALIDA           VALUE 'X'.
                    02  W-BOL-DV-OK                  PIC X(1).
                        88  BOL-DV-CONFERE           VALUE 'S'.
                    02  W-BOL-CAMPO                  PIC X(44).
                    02  W-BOL-TAM                    PIC 9(2).
                    02  W-BOL-IDX                    PIC 9(2).
                    02  W-BOL-POS                    PIC 9(2).
                    02  W-BOL-BLOCO                  PIC 9(1).
                    02  W-BOL-DIGITO                 PIC 9(2).
                    02  W-BOL-PESO                   PIC 9(2).
                    02  W-BOL-SOMA                   PIC 9(4).
                    02  W-BOL-RESTO                  PIC 9(2).
                    02  W-BOL-DV-CALC                PIC 9(2).
                    02  W-BOL-DV-INFORMADO           PIC 9(1).
                    02  W-BOL-BANCO                  PIC 9(3).
                    02  W-BOL-FATOR                  PIC 9(4).
                    02  W-BOL-DIA-INT                PIC 9(7).
                    02  W-BOL-VENC-NUM               PIC 9(8).
                    02  W-BOL-DIAS-ATRASO            PIC S9(5).
                    02  W-BOL-VALOR-BARRAS-X         PIC X(10).
                    02  W-BOL-VALOR-BARRAS REDEFINES W-BOL-VALOR-BARRAS-X
                                                     PIC 9(8)V99.
                    02  W-BOL-VALOR-ARREC-X          PIC X(11).
                    02  W-BOL-VALOR-ARREC REDEFINES W-BOL-VALOR-ARREC-X
                                                     PIC 9(9)V99.
                    02  W-BOL-VALOR-DOC              PIC 9(8)V99.
                    02  W-BOL-ENCARGOS               PIC 9(8)V99.
                    02  W-BOL-TOTAL                  PIC 9(8)V99.
                    02  W-BOL-MULTA-PCT              PIC 9(2)V9(2).
                    02  W-BOL-MORA-PCT               PIC 9(2)V9(2).
                    02  W-BOL-SEQ                    PIC 9(6).
                    02  W-BOL-CONFIRMA               PIC X(1).
                        88  BOL-CONFIRMADO           VALUE 'S' 's'.
                    02  M-BOL-VALOR                  PIC ZZ.ZZZ.ZZ9,99.
                    02  M-BOL-VENC                   PIC 99/99/9999.
                    02  W-BOL-VENC-EXIBE             PIC 9(8).

                *> DEBITO AUTOMATICO: A AUTORIZAÇÂO E PELA EMPRESA
                *> CONVENIADA + CONTRATO DO CLIENTE NELA
                01 DEBAUT-VARIABLES.
                    02  W-DAU-ACAO                   PIC X(1).
                        88  DAU-INCLUIR              VALUE 'I' 'i'.
                        88  DAU-ALTERAR              VALUE 'A' 'a'.
                        88  DAU-CANCELAR             VALUE 'C' 'c'.
                    02  W-DAU-EMPRESA                PIC 9(4).
                    02  W-DAU-CONTRATO               PIC X(20).
                    02  W-DAU-TETO                   PIC 9(8)V99.
                    02  W-DAU-ACHOU                  PIC X(1).
                        88  DAU-DA-CONTA             VALUE 'S'.
                    02  M-DAU-TETO                   PIC ZZ.ZZZ.ZZ9,99.

                *> SCORE COMPORTAMENTAL DO TITULAR (CPF OU CNPJ), APURADO
                *> PELO JOB MENSAL CONTA-SCORE; SO VALE O DO MES CORRENTE
                *> OU DO ANTERIOR
                01 SCORE-VARIABLES.
                    02  W-SCO-CHAVE.
                        03  W-SCO-TIPO               PIC X(1).
                        03  W-SCO-DOCUMENTO          PIC 9(14).
                    02  W-SCO-MESES                  PIC 9(6).
                    02  W-SCO-VIGENTE                PIC X(1).
                        88  SCORE-VIGENTE            VALUE 'S'.
                    02  W-SCO-DISPENSA               PIC X(1).
                        88  DISPENSA-SUPERVISOR      VALUE 'S'.
                    02  M-SCO-LIMITE                 PIC ZZ.ZZZ.ZZ9,99.
                    02  M-SCO-EMPREST                PIC ZZ.ZZZ.ZZ9,99.

                *> ENCERRAMENTO DE CONTA: O QUE AINDA ESTA PRESO A CONTA.
                *> CHEQUE EM ABERTO, EMPRESTIMO ATIVO, BLOQUEIO JUDICIAL,
                *> TRANSFERENCIA EXTERNA PENDENTE, CDB ATIVO E SALDO
                *> DEVEDOR IMPEDEM; ORDENS AGENDADAS, DEBITOS AUTOMATICOS,
                *> TARIFA DO PACOTE E SALDO CREDOR SÂO LIQUIDADOS NA HORA
                01 ENCERRAMENTO-VARIABLES.
                    02  W-ENC-QTDE-CHEQUES           PIC 9(4).
                    02  W-ENC-QTDE-EMPREST           PIC 9(4).
                    02  W-ENC-QTDE-TRANSF-EXT        PIC 9(4).
                    02  W-ENC-QTDE-CDB               PIC 9(4).
                    02  W-ENC-QTDE-AGENDA            PIC 9(4).
                    02  W-ENC-QTDE-DEBAUT            PIC 9(4).
                    02  W-ENC-TARIFA                 PIC 9(6)V99.
                    02  W-ENC-DIAS-MES               PIC 9(2).
                    02  W-ENC-SALDO-PAGAR            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-ENC-COMPROVANTE            PIC 9(8).
                    02  W-ENC-COBRADA                PIC X(1).
                        88  MANUTENCAO-COBRADA       VALUE 'S'.
                    02  W-ENC-IMPEDIDO               PIC X(1).
                        88  ENCERRAMENTO-IMPEDIDO    VALUE 'S'.
                    02  W-ENC-CONFIRMA               PIC X(1).
                        88  CONFIRMA-ENCERRAMENTO    VALUE 'S' 's'.
                    02  M-ENC-VALOR                  PIC ---.---.--9,99.

                *> REVISAO DOS CASOS ABERTOS PELO JOB DE REGRAS DE
                *> VELOCIDADE: A PROXIMA TELA CONTINUA DEPOIS DO ULTIMO CASO
                *> MOSTRADO, PARA UM CASO MANTIDO EM ABERTO NÂO TRAVAR A FILA
                01 CASO-FRAUDE-VARIABLES.
                    02  W-CAS-ULTIMA-CHAVE.
                        03  W-CAS-ULTIMA-CONTA       PIC 9(7) VALUE ZEROS.
                        03  W-CAS-ULTIMA-SEQ         PIC 9(6) VALUE ZEROS.
                        03  W-CAS-ULTIMA-REGRA       PIC X(2) VALUE SPACES.
                    02  W-CAS-FOUND                  PIC X(1).
                        88  ACHOU-CASO               VALUE 'S'.
                    02  W-CAS-PARECER                PIC X(1).
                        88  PARECER-LEGITIMO         VALUE 'L'.
                        88  PARECER-FRAUDE           VALUE 'F'.
                    02  M-CAS-VALOR                  PIC ZZ.ZZZ.ZZ9,99.

                01 OVERRIDE-VARIABLES.
                    02  W-OVR-SUP-OK                 PIC X(1).
                        88  CREDENCIAL-SUP-OK        VALUE 'S'.
                    02  W-CHQ-IDX                    PIC 9(2).
                    02  M-CHQ-NUMERO                 PIC ZZZZZ9.

                *> CCF: CPF PROCURADO, REGISTRO ATIVO ACHADO E A
                *> CONFIRMAÇÂO DA EXCLUSÂO APOS A REGULARIZAÇÂO
                01 CCF-VARIABLES.
                    02  W-CCF-CPF                    PIC 9(11).
                    *> CONTA DE EMPRESA: CPF ZERADO E O CNPJ AQUI
                    02  W-CCF-CNPJ                   PIC 9(14).
                    02  W-CCF-ACHOU                  PIC X(1).
                        88  ACHOU-CCF                VALUE 'S'.
                    02  W-CCF-CONFIRMA               PIC X(1).
                        88  CONFIRMA-EXCLUSAO-CCF    VALUE 'S' 's'.
                    02  M-CCF-VALOR                  PIC ZZ.ZZZ.ZZ9,99.
                    02  W-CCF-DATA-EDIT.
                        03  W-CCF-EDIT-DIA           PIC 9(2).
                        03  FILLER                   PIC X(1) VALUE '/'.
                        03  W-CCF-EDIT-MES           PIC 9(2).
                        03  FILLER                   PIC X(1) VALUE '/'.
                        03  W-CCF-EDIT-ANO           PIC 9(4).

                01 CONTA-CONJUNTA-VARIABLES.
                    02  W-CPF2-OK                    PIC X(1).
                        88  CPF2-VALIDO              VALUE 'S'.
                    02  W-CONTAS-DO-CPF.
                        03  W-CONTA-DO-CPF OCCURS 50 TIMES PIC 9(7).

                *> EMPRESAS (PESSOA JURIDICA) E REPRESENTANTES LEGAIS: O
                *> CADASTRO DA OPÇÂO 43, A CONFERENCIA NA ABERTURA DE CONTA
                *> E AS ASSINATURAS EXIGIDAS NO SAQUE E NA TRANSFERENCIA
                01 EMPRESA-VARIABLES.
                    02  W-PJ-ACHOU                   PIC X(1).
                        88  ACHOU-EMPRESA            VALUE 'S'.
                    02  W-PJ-GRAVADA                 PIC X(1).
                        88  EMPRESA-GRAVADA          VALUE 'S'.
                    02  W-PJ-ABERTURA                PIC 9(8).
                    02  W-PJ-ANT-FANTASIA            PIC X(32).
                    02  W-PJ-ANT-EMAIL               PIC X(40).
                    02  W-PJ-ANT-TELEFONE            PIC X(15).
                    02  M-PJ-ALCADA                  PIC ZZ.ZZZ.ZZ9,99.
                    02  W-REP-NOVO                   PIC X(1).
                        88  REPRESENTANTE-NOVO       VALUE 'S'.
                    02  W-REP-PODERES                PIC X(1).
                        88  REP-PODERES-VALIDOS      VALUE 'I' 'C' 'N' 'R'.
                        88  REP-REVOGA               VALUE 'R'.
                    02  W-REP-VALIDADE               PIC 9(8).
                    02  W-REP-VALIDADE-R REDEFINES W-REP-VALIDADE.
                        03  W-REP-VALIDADE-ANO       PIC 9(4).
                        03  W-REP-VALIDADE-MES       PIC 9(2).
                        03  W-REP-VALIDADE-DIA       PIC 9(2).
                    02  M-REP-LIMITE                 PIC ZZ.ZZZ.ZZ9,99.
                    02  W-REP-QTDE-PODERES           PIC 9(3).
                    02  W-REP-VIGIADO                PIC X(1).
                        88  REPRESENTANTE-VIGIADO    VALUE 'S'.
                    02  W-REP-VALIDO                 PIC X(1).
                        88  REPRESENTANTE-VALIDO     VALUE 'S'.
                    *> CONFERENCIA DE ASSINATURA: CONTA, CNPJ E VALOR DA
                    *> OPERAÇÂO E OS CPFS DOS QUE ASSINARAM
                    02  W-REP-CONTA                  PIC 9(7).
                    02  W-REP-CNPJ                   PIC 9(14).
                    02  W-REP-VALOR                  PIC 9(8)V99.
                    02  W-REP-CPF-1                  PIC 9(11).
                    02  W-REP-CPF-2                  PIC 9(11).
                    02  W-REP-CPF-LIDO               PIC 9(11).
                    02  W-REP-RECUSA                 PIC X(1).
                        88  ASSINATURA-RECUSADA      VALUE 'S'.
                    02  W-REP-CONTA-SALVA            PIC 9(7).
                    02  M-REP-VALOR                  PIC ZZ.ZZZ.ZZ9,99.

                *> MATRIZ DE PERMISSÔES: PERFIL, OPERADOR E FUNÇÂO
                *> CONSULTADOS, O RESULTADO E OS CAMPOS DA MANUTENÇÂO
                *> (OPÇÂO 44). FUNÇÂO DE MENU E 'OP' + NUMERO DA OPÇÂO
                01 PERMISSAO-VARIABLES.
                    02  W-PRM-PERFIL                 PIC X(1).
                        88  PRM-PERFIL-VALIDO        VALUE 'S' 'C' 'G' 'B' 'A' 'R'.
                    02  W-PRM-OPERADOR               PIC 9(4).
                    02  W-PRM-FUNCAO.
                        03  W-PRM-PREFIXO            PIC X(2).
                            88  FUNCAO-MENU          VALUE "OP".
                        03  W-PRM-OPCAO              PIC X(2).
                            *> OPÇÔES SO DE CONSULTA, AS UNICAS DO AUDITOR
                            88  OPCAO-CONSULTA       VALUE '02' '08' '09' '12' '20'
                                                           '22' '30' '32' '33'.
                            88  OPCAO-MENU-VALIDA    VALUE '01' THRU '04'
                                                           '06' THRU '46'.
                        88  FUNCAO-ADMINISTRACAO     VALUE "PERM" "PARM" "OPER" "JANL".
                        *> AÇÔES SO DO SUPERVISOR NO PADRAO (O GERENTE SO
                        *> COM LIBERAÇÂO NA MATRIZ)
                        88  FUNCAO-SUPERVISOR        VALUE "OBIT".
                        88  FUNCAO-RETAGUARDA        VALUE "BLQI" "WTCH" "REVI" "FRAU"
                                                           "CCFX" "EMPR".
                        88  FUNCAO-APROVACAO         VALUE "APRV".
                        88  FUNCAO-ACAO-VALIDA       VALUE "APRV" "BLQI" "BLQL" "PARM"
                                                           "OPER" "JANL" "WTCH" "REVI"
                                                           "FRAU" "TESR" "CCFX" "EMPR"
                                                           "OVRD" "PERM" "OBIT" "CART".
                    02  W-PRM-CONCEDIDA              PIC X(1).
                        88  PERMISSAO-CONCEDIDA      VALUE 'S'.
                    02  W-PRM-MENU-NEGADO            PIC X(1) VALUE 'N'.
                        88  MENU-NEGADO              VALUE 'S'.
                    02  W-PRM-NOVA                   PIC X(1).
                        88  PRM-NOVA-VALIDA          VALUE 'S' 'N'.
                    02  W-PRM-ATUAL                  PIC X(1).
                    02  W-PRM-ORIGEM                 PIC X(7).

                *> OBITO DE CLIENTE (OPÇÂO 45): DADOS DIGITADOS, AS CONTAS
                *> DO CPF LEVANTADAS ANTES DE BLOQUEAR (COM A MARCA DE
                *> CONJUNTA COM TITULAR VIVO) E OS CONTADORES. W-OBT-MOV-*
                *> TRAZ A CONTA E OS TITULARES DA TELA DE MOVIMENTO PARA A
                *> MARCAÇÂO DE TENTATIVA POSTERIOR AO OBITO
                01 OBITO-VARIABLES.
                    02  W-OBT-DT-DIGITADA            PIC 9(8).
                    02  W-OBT-CERTIDAO               PIC X(32).
                    02  W-OBT-CONFIRMA               PIC X(1).
                        88  OBITO-CONFIRMADO         VALUE 'S' 's'.
                    02  W-OBT-PERC-CONJUNTA          PIC 9(3).
                    02  W-OBT-QTDE-CONTAS            PIC 9(3).
                    02  W-OBT-QTDE-CONJUNTAS         PIC 9(3).
                    02  W-OBT-QTDE-LISTA             PIC 99.
                    02  W-OBT-IDX                    PIC 99.
                    02  W-OBT-CONTAS OCCURS 50 TIMES.
                        03  W-OBT-CONTA              PIC 9(7).
                        03  W-OBT-CONJUNTA           PIC X(1).
                            88  OBT-CONTA-CONJUNTA   VALUE 'S'.
                    02  W-OBT-OUTRO-CPF              PIC 9(11).
                    02  W-OBT-SALDO-OBITO            PIC S9(8)V99.
                    02  W-OBT-VALOR-BLOQUEIO         PIC 9(8)V99.
                    02  W-OBT-MOV-CONTA              PIC 9(7).
                    02  W-OBT-MOV-CPF                PIC 9(11).
                    02  W-OBT-MOV-CPF2               PIC 9(11).
                    02  W-OBT-MOV-TIPO               PIC X(2).
                    02  W-OBT-MOV-VALOR              PIC S9(8)V99.
                    02  W-OBT-CPF-VERIFICADO         PIC 9(11).
                    02  M-OBT-QTDE                   PIC ZZ9.

                *> CARTEIRA DE GERENTE (OPÇÂO 46): AGENCIA, CPF E GERENTE
                *> ATUAL QUE SELECIONAM OS CLIENTES, O NOVO GERENTE E A
                *> CONTAGEM DOS CLIENTES TRANSFERIDOS
                01 CARTEIRA-VARIABLES.
                    02  W-CRT-AGENCIA                PIC 9(4).
                    02  W-CRT-CPF                    PIC 9(11).
                    02  W-CRT-GERENTE-ATUAL          PIC 9(4).
                        88  CRT-TODOS-GERENTES       VALUE 9999.
                    02  W-CRT-GERENTE-NOVO           PIC 9(4).
                    02  W-CRT-GERENTE-VALIDO         PIC X(1).
                        88  CRT-GERENTE-VALIDO       VALUE 'S'.
                    02  W-CRT-CONFIRMA               PIC X(1).
                        88  CARTEIRA-CONFIRMADA      VALUE 'S' 's'.
                    02  W-CRT-QTDE                   PIC 9(5).
                    02  M-CRT-QTDE                   PIC ZZ.ZZ9.
                    *> TITULAR DA CONTA EM EXAME: O PRIMEIRO OU O SEGUNDO
                    02  W-CRT-CPF-TITULAR            PIC 9(11).

                *> RENOVAÇÂO CADASTRAL (KYC): PARAMETROS, DATA DE
                *> NASCIMENTO DIGITADA E A MARCA DO TITULAR PENDENTE NO SAQUE
                01 RECADASTRO-VARIABLES.
                    02  W-RCD-MESES-VALIDADE         PIC 9(3).
                    02  W-RCD-DIAS-CARENCIA          PIC 9(3).
                    02  W-RCD-VALOR-SAQUE            PIC 9(8)V99.
                    02  W-RCD-NASCIMENTO             PIC 9(8).
                    02  W-RCD-NASCIMENTO-R REDEFINES W-RCD-NASCIMENTO.
                        03  W-RCD-NASC-ANO           PIC 9(4).
                        03  W-RCD-NASC-MES           PIC 9(2).
                        03  W-RCD-NASC-DIA           PIC 9(2).
                    02  W-RCD-NASC-OK                PIC X(1).
                        88  NASCIMENTO-VALIDO        VALUE 'S'.
                    02  W-RCD-PENDENTE               PIC X(1).
                        88  TITULAR-CADASTRO-PENDENTE VALUE 'S'.
                    02  W-RCD-NEGADO                 PIC X(1).
                        88  SAQUE-NEGADO-CADASTRO    VALUE 'S'.
                    02  W-RCD-DATA-EDIT              PIC X(10).
                    02  M-RCD-RENDA                  PIC ZZ.ZZZ.ZZ9,99.

                01 CAD-AGENCIA-VARIABLES.
                    02  W-AGENCIA-VALIDA             PIC X(1).
                        88  AGENCIA-VALIDA           VALUE 'S'.
                    02  W-EST-VALOR-ORIG             PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EST-JA-ESTORNADO           PIC X(1).
                        88  MOVIMENTO-JA-ESTORNADO   VALUE 'S'.
                    *> ESTORNO LANÇADO DA RECLAMAÇÂO PROCEDENTE DO SAC:
                    *> ALEM DE DEPOSITO E SAQUE, DESFAZ TARIFA COBRADA
                    02  W-EST-ORIGEM                 PIC X(1) VALUE 'N'.
                        88  ESTORNO-DE-RECLAMACAO    VALUE 'S'.

                01 TRANSFERENCIA-VARIABLES.
                    02  W-TRF-EFETIVADA              PIC X(1).
                    *> ESCOLHA DO DESTINO PELO CPF DO FAVORECIDO (O
                    *> CLIENTE RARAMENTE SABE O NUMERO DA CONTA DELE)
                    02  W-TRF-CPF-DESTINO            PIC 9(11).
                    *> FAVORECIDO EMPRESA: CPF EM BRANCO E BUSCA PELO CNPJ
                    02  W-TRF-CNPJ-DESTINO           PIC 9(14).
                    02  W-TRF-QTDE-LISTADAS          PIC 9(2).
                    02  W-TRF-ESCOLHA-OK             PIC X(1).
                        88  DESTINO-ESCOLHIDO        VALUE 'S'.
                    02  W-TRF-CONTA-DESTINO          PIC 9(7).
                    02  W-TRF-SALDO-ORIGEM           PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TRF-LIMITE-ORIGEM          PIC 9(8)V99.
                    *> CNPJ DA CONTA ORIGEM (ZEROS SE PESSOA FISICA), GUARDADO
                    *> ANTES DA LEITURA DO DESTINO PARA A CONFERENCIA DE
                    *> ASSINATURA
                    02  W-TRF-CNPJ-ORIGEM            PIC 9(14).
                    02  W-TRF-SALDO-NOVO             PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 EXTRATO-CONSULTA-VARIABLES.
                    02  MSG-ERROR-29        VALUE      "CLIENTE NÂO CADASTRADO                            ".
                    02  MSG-ERROR-30        VALUE      "OPERADOR OU SENHA INVALIDOS                       ".
                    02  MSG-ERROR-31        VALUE      "QUEM REGISTROU O PEDIDO NÂO PODE APROVA-LO        ".
                    02  MSG-ERROR-32        VALUE      "FUNCAO NAO PERMITIDA AO PERFIL DO OPERADOR        ".
                    02  MSG-ERROR-33        VALUE      "JANELA BATCH EM ANDAMENTO, OPERACAO RECUSADA      ".
                    02  MSG-ERROR-34        VALUE      "REGISTRO EM USO POR OUTRO CAIXA, TENTE NOVAMENTE  ".
                    02  MSG-ERROR-35        VALUE      "CONTA DORMENTE, REATIVACAO NÂO CONFIRMADA         ".
                    02  MSG-ERROR-51        VALUE      "BLOQUEIO NÂO ENCONTRADO OU JA LIBERADO            ".
                    02  MSG-ERROR-52        VALUE      "CREDENCIAL DE SUPERVISOR INVALIDA                 ".
                    02  MSG-ERROR-53        VALUE      "DADOS DO EMPRESTIMO INVALIDOS                     ".
                    02  MSG-ERROR-54        VALUE      "DADOS DA APLICACAO INVALIDOS                      ".
                    02  MSG-ERROR-55        VALUE      "APLICACAO NÂO ENCONTRADA OU JA RESGATADA          ".
                    02  MSG-ERROR-56        VALUE      "CARTAO NÂO ENCONTRADO NESTA CONTA                 ".
                    02  MSG-ERROR-57        VALUE      "SITUACAO DO CARTAO NÂO PERMITE A OPERACAO         ".
                    02  MSG-ERROR-58        VALUE      "LINHA DIGITAVEL INVALIDA                          ".
                    02  MSG-ERROR-59        VALUE      "DIGITO VERIFICADOR DO BOLETO NÂO CONFERE          ".
                    02  MSG-ERROR-60        VALUE      "EMPRESA E CONTRATO SAO OBRIGATORIOS               ".
                    02  MSG-ERROR-61        VALUE      "CONTRATO JA AUTORIZADO EM DEBITO AUTOMATICO       ".
                    02  MSG-ERROR-62        VALUE      "AUTORIZACAO NÂO ENCONTRADA OU JA CANCELADA        ".
                    02  MSG-ERROR-63        VALUE      "ENCERRAMENTO RECUSADO: HA PENDENCIAS NA CONTA     ".
                    02  MSG-ERROR-64        VALUE      "SALDO DEVEDOR: COBRIR O SALDO ANTES DE ENCERRAR   ".
                    02  MSG-ERROR-65        VALUE      "CLIENTE VIGIADO: SALDO NÂO PODE SER PAGO NO CAIXA ".
                    02  MSG-ERROR-66        VALUE      "DATA DE NASCIMENTO INVALIDA                       ".
                    02  MSG-ERROR-67        VALUE      "ENDERECO E CEP SÂO OBRIGATORIOS                   ".
                    02  MSG-ERROR-68        VALUE      "CADASTRO VENCIDO: SAQUE ACIMA DO VALOR NEGADO     ".
                    02  MSG-ERROR-69        VALUE      "CADASTRO VENCIDO: ATUALIZAR DADOS NA OPCAO 18     ".
                    02  MSG-ERROR-70        VALUE      "TESOURARIA DA AGENCIA JA FECHADA HOJE             ".
                    02  MSG-ERROR-71        VALUE      "SALDO DA TESOURARIA INSUFICIENTE                  ".
                    02  MSG-ERROR-72        VALUE      "DEVOLUCAO ACIMA DO DINHEIRO DA GAVETA             ".
                    02  MSG-ERROR-73        VALUE      "PROTOCOLO NÂO ENCONTRADO                          ".
                    02  MSG-ERROR-74        VALUE      "CATEGORIA DA RECLAMACAO INVALIDA                  ".
                    02  MSG-ERROR-75        VALUE      "RECLAMACAO JA FECHADA                             ".
                    02  MSG-ERROR-76        VALUE      "ESTORNO SO DE RECLAMACAO PROCEDENTE COM MOVIMENTO ".
                    02  MSG-ERROR-77        VALUE      "ESTORNO JA LANCADO PARA ESTA RECLAMACAO           ".
                    02  MSG-ERROR-78        VALUE      "SALDO DISPONIVEL INSUFICIENTE, CHEQUE EM COMPENS. ".
                    02  MSG-ERROR-79        VALUE      "BANCO, AGENCIA, CONTA E NUMERO DO CHEQUE INVALIDOS".
                    02  MSG-ERROR-80        VALUE      "TIPO DE DEPOSITO INVALIDO (D OU C)                ".
                    02  MSG-ERROR-81        VALUE      "CHEQUE JA DEPOSITADO NESTA CONTA                  ".
                    02  MSG-ERROR-82        VALUE      "EMITENTE NO CCF, TALÂO NÂO PODE SER EMITIDO       ".
                    02  MSG-ERROR-83        VALUE      "CPF SEM REGISTRO ATIVO NO CCF                     ".
                    02  MSG-ERROR-84        VALUE      "CNPJ INVALIDO                                     ".
                    02  MSG-ERROR-85        VALUE      "EMPRESA NAO CADASTRADA, CADASTRAR NA OPCAO 43     ".
                    02  MSG-ERROR-86        VALUE      "EMPRESA SEM REPRESENTANTE ATIVO COM PODERES       ".
                    02  MSG-ERROR-87        VALUE      "REPRESENTANTE DA EMPRESA NA LISTA DE VIGILANCIA   ".
                    02  MSG-ERROR-88        VALUE      "ASSINATURA DE REPRESENTANTE NAO CONFERE           ".
                    02  MSG-ERROR-89        VALUE      "PODERES INVALIDOS (I, C, N OU R)                  ".
                    02  MSG-ERROR-90        VALUE      "DATA INVALIDA                                     ".
                    02  MSG-ERROR-91        VALUE      "REPRESENTANTE NAO CADASTRADO NESTA EMPRESA        ".
                    02  MSG-ERROR-92        VALUE      "E-MAIL E TELEFONE DA EMPRESA SAO OBRIGATORIOS     ".
                    02  MSG-ERROR-93        VALUE      "PERFIL OU FUNCAO INVALIDO                         ".
                    02  MSG-ERROR-94        VALUE      "PERMISSAO INVALIDA (S OU N)                       ".
                    02  MSG-ERROR-95        VALUE      "O SUPERVISOR NAO PODE PERDER A FUNCAO PERM        ".
                    02  MSG-ERROR-96        VALUE      "OBITO JA REGISTRADO PARA ESTE CPF                 ".
                    02  MSG-ERROR-97        VALUE      "GERENTE DEVE SER OPERADOR ATIVO DE PERFIL R       ".
                    02  MSG-ERROR-98        VALUE      "MATRICULA NAO TEM ESTA CONTA NO CADASTRO DA FOLHA ".
                    02  MSG-ERROR-99        VALUE      "CADASTRO VENCIDO: ATUALIZAR DADOS NA OPCAO 43     ".
                    02  MSG-ERROR-BLANK        VALUE      "---                                               ".

                01 MSG-COMMON.
                    02 MSG42            VALUE  "BLOQUEIO REGISTRADO COM SUCESSO                           ".
                    02 MSG43            VALUE  "BLOQUEIO LIBERADO COM SUCESSO                             ".
                    02 MSG44            VALUE  "EMPRESTIMO LIBERADO, PLANO DE PARCELAS IMPRESSO           ".
                    02 MSG45            VALUE  "APLICACAO EM CDB REALIZADA COM SUCESSO                    ".
                    02 MSG46            VALUE  "CDB RESGATADO, VALOR LIQUIDO CREDITADO NA CONTA           ".
                    02 MSG47            VALUE  "CARTAO EMITIDO COM SUCESSO                                ".
                    02 MSG48            VALUE  "CARTAO BLOQUEADO COM SUCESSO                              ".
                    02 MSG49            VALUE  "CARTAO SUBSTITUIDO, NOVO CARTAO EMITIDO                   ".
                    02 MSG50            VALUE  "BOLETO PAGO COM SUCESSO                                   ".
                    02 MSG51            VALUE  "AUTORIZACAO DE DEBITO AUTOMATICO INCLUIDA                 ".
                    02 MSG52            VALUE  "TETO DA AUTORIZACAO ALTERADO                              ".
                    02 MSG53            VALUE  "AUTORIZACAO DE DEBITO AUTOMATICO CANCELADA                ".
                    02 MSG54            VALUE  "LIMITE DENTRO DO PRE-APROVADO, ALTERADO SEM SUPERVISOR    ".
                    02 MSG55            VALUE  "NÂO HA CASOS DE FRAUDE EM ABERTO                          ".
                    02 MSG56            VALUE  "CASO ENCERRADO COMO LEGITIMO                              ".
                    02 MSG57            VALUE  "CASO ENCERRADO COMO FRAUDE CONFIRMADA                     ".
                    02 MSG58            VALUE  "CASO MANTIDO EM ABERTO                                    ".
                    02 MSG59            VALUE  "CONTA ENCERRADA, TERMO DE ENCERRAMENTO IMPRESSO           ".
                    02 MSG60            VALUE  "ENCERRAMENTO NÂO CONFIRMADO, NADA FOI ALTERADO            ".
                    02 MSG61            VALUE  "REVISÂO CADASTRAL VENCIDA, LEMBRAR O CLIENTE DE ATUALIZAR ".
                    02 MSG62            VALUE  "MOVIMENTO REGISTRADO NA GAVETA E NA TESOURARIA            ".
                    02 MSG63            VALUE  "REMESSA DE CARRO-FORTE REGISTRADA NA TESOURARIA           ".
                    02 MSG64            VALUE  "TESOURARIA FECHADA E CONFERIDA                            ".
                    02 MSG65            VALUE  "TESOURARIA ACIMA DO LIMITE SEGURADO, ACIONAR CARRO-FORTE  ".
                    02 MSG66            VALUE  "RECLAMAÇÂO REGISTRADA, INFORMAR O PROTOCOLO AO CLIENTE    ".
                    02 MSG67            VALUE  "ANDAMENTO REGISTRADO NA RECLAMAÇÂO                        ".
                    02 MSG68            VALUE  "RECLAMAÇÂO FECHADA, CLIENTE SERA NOTIFICADO               ".
                    02 MSG69            VALUE  "CHEQUE DEPOSITADO, VALOR BLOQUEADO ATE A COMPENSAÇÂO      ".
                    02 MSG70            VALUE  "EXCLUSÂO DO CCF REGISTRADA, ENVIO AO CADASTRO CENTRAL     ".
                    02 MSG71            VALUE  "EMPRESA GRAVADA, CONTAS DO CNPJ ATUALIZADAS               ".
                    02 MSG72            VALUE  "REPRESENTANTE GRAVADO                                     ".
                    02 MSG73            VALUE  "REPRESENTANTE REVOGADO                                    ".
                    02 MSG74            VALUE  "PERMISSAO GRAVADA NA MATRIZ                               ".
                    02 MSG75            VALUE  "OBITO REGISTRADO, CONTAS E PRODUTOS DO CPF BLOQUEADOS     ".
                    02 MSG76            VALUE  "TITULAR FALECIDO: CONTA DE ESPOLIO, TENTATIVA REGISTRADA  ".
                    02 MSG77            VALUE  "CARTEIRA ATUALIZADA, TRANSFERENCIAS NA AUDITORIA          ".
                    02 MSG78            VALUE  "TRANSFERENCIA NÂO CONFIRMADA, NADA FOI ALTERADO           ".

       SCREEN SECTION.

                02 LINE 14 COLUMN 35 VALUE "22 - AUDITORIA DE ALTERACOES" FOREGROUND-COLOR IS 7.
                02 LINE 15 COLUMN 35 VALUE "23 - WATCHLIST DE CPF" FOREGROUND-COLOR IS 7.
                02 LINE 16 COLUMN 35 VALUE "24 - REVISAR OPERACOES RETIDAS" FOREGROUND-COLOR IS 7.
                02 LINE 17 COLUMN 35 VALUE "45 - OBITO / ESPOLIO" FOREGROUND-COLOR IS 7.
                02 LINE 18 COLUMN 35 VALUE "46 - CARTEIRA DE GERENTE" FOREGROUND-COLOR IS 7.
                02 LINE 03 COLUMN 67 VALUE "25 - TRANSF OUTRO BANCO" FOREGROUND-COLOR IS 7.
                02 LINE 04 COLUMN 67 VALUE "26 - FECHAR CAIXA" FOREGROUND-COLOR IS 7.
                02 LINE 05 COLUMN 67 VALUE "27 - PARAMETROS BATCH" FOREGROUND-COLOR IS 7.
                02 LINE 10 COLUMN 67 VALUE "32 - CONSULTAR RELATORIOS" FOREGROUND-COLOR IS 7.
                02 LINE 11 COLUMN 67 VALUE "33 - POSICAO POR CPF" FOREGROUND-COLOR IS 7.
                02 LINE 12 COLUMN 67 VALUE "34 - REIMPRIMIR COMPROVANTE" FOREGROUND-COLOR IS 7.
                02 LINE 13 COLUMN 67 VALUE "35 - APLICACOES CDB" FOREGROUND-COLOR IS 7.
                02 LINE 14 COLUMN 67 VALUE "36 - CARTOES DE DEBITO" FOREGROUND-COLOR IS 7.
                02 LINE 15 COLUMN 67 VALUE "37 - PAGAR BOLETO" FOREGROUND-COLOR IS 7.
                02 LINE 16 COLUMN 67 VALUE "38 - DEBITO AUTOMATICO" FOREGROUND-COLOR IS 7.
                02 LINE 17 COLUMN 67 VALUE "39 - CASOS DE FRAUDE" FOREGROUND-COLOR IS 7.
                02 LINE 18 COLUMN 67 VALUE "40 - TESOURARIA" FOREGROUND-COLOR IS 7.
                02 LINE 19 COLUMN 67 VALUE "41 - SAC / RECLAMACOES" FOREGROUND-COLOR IS 7.
                02 LINE 20 COLUMN 67 VALUE "42 - CCF / REGULARIZACAO" FOREGROUND-COLOR IS 7.
                02 LINE 21 COLUMN 67 VALUE "43 - EMPRESAS / REPRES." FOREGROUND-COLOR IS 7.
                02 LINE 22 COLUMN 67 VALUE "44 - PERMISSOES" FOREGROUND-COLOR IS 7.
                02 LINE 14 COLUMN 05 VALUE "OPTION: " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

                02 LINE 08 COLUMN 05 VALUE "CONTA   : ".
                02 LINE 09 COLUMN 05 VALUE "AGENCIA : ".
                02 LINE 10 COLUMN 05 VALUE "SALDO   : ".
                02 LINE 10 COLUMN 35 VALUE "DISPONIVEL: ".
                02 LINE 11 COLUMN 05 VALUE "LIMITE  : ".
                02 LINE 12 COLUMN 05 VALUE "EMAIL   : ".
                02 LINE 13 COLUMN 05 VALUE "TELEFONE: ".
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CRIAR CONTA" FOREGROUND-COLOR IS 2.
                02 LINE 02 COLUMN 05 VALUE "TITULAR (F=PESSOA FISICA J=PESSOA JURIDICA): " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CPF: " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "NOME    : ".
                02 LINE 07 COLUMN 05 VALUE "CONTA   : ".
                02 LINE 05 COLUMN 05 VALUE "CONTA   : " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

          01 DELETE-SCREEN-COMPLEMENT.
                02 LINE 06 COLUMN 05 VALUE "NOME    :".
                02 LINE 07 COLUMN 05 VALUE "SALDO   :".
                02 LINE 08 COLUMN 05 VALUE "CHEQUES EM ABERTO           :".
                02 LINE 09 COLUMN 05 VALUE "EMPRESTIMOS ATIVOS          :".
                02 LINE 10 COLUMN 05 VALUE "BLOQUEIO JUDICIAL (VALOR)   :".
                02 LINE 11 COLUMN 05 VALUE "TRANSF. EXTERNAS PENDENTES  :".
                02 LINE 12 COLUMN 05 VALUE "APLICACOES CDB ATIVAS       :".
                02 LINE 13 COLUMN 05 VALUE "ORDENS AGENDADAS (CANCELA)  :".
                02 LINE 14 COLUMN 05 VALUE "DEBITOS AUTOMAT. (CANCELA)  :".
                02 LINE 15 COLUMN 05 VALUE "TARIFA PACOTE PRO RATA      :".
                02 LINE 16 COLUMN 05 VALUE "SALDO A PAGAR AO CLIENTE    :".
                02 LINE 17 COLUMN 05 VALUE "CHEQUES EM COMPENSACAO      :".

           01  MODIFY-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 22 VALUE "DV: " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "NOME    : ".
                02 LINE 06 COLUMN 05 VALUE "SALDO ATUAL: ".
                02 LINE 06 COLUMN 35 VALUE "DISPONIVEL: ".
                02 LINE 07 COLUMN 05 VALUE "TIPO (D=DINHEIRO C=CHEQUE): " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 05 VALUE "VALOR A DEPOSITAR: " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "DESCRICAO (OPCIONAL): ".
                02 LINE 10 COLUMN 05 VALUE "CATEGORIA (ZEROS=NAO): ".
                02 LINE 03 COLUMN 22 VALUE "DV: " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "NOME    : ".
                02 LINE 06 COLUMN 05 VALUE "SALDO ATUAL: ".
                02 LINE 06 COLUMN 35 VALUE "DISPONIVEL: ".
                02 LINE 08 COLUMN 05 VALUE "VALOR A SACAR: " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "DESCRICAO (OPCIONAL): ".
                02 LINE 10 COLUMN 05 VALUE "CATEGORIA (ZEROS=NAO): ".
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CONSULTAR CONTAS POR CPF" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CPF: " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 30 VALUE "(ZEROS = BUSCAR POR CNPJ)".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  POSICAO-SCREEN.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "POSICAO CONSOLIDADA POR CPF" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CPF: " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 30 VALUE "(ZEROS = POSICAO DA EMPRESA PELO CNPJ)".
                02 LINE 05 COLUMN 05 VALUE "SCORE                  : ".
                02 LINE 06 COLUMN 05 VALUE "LIMITE PRE-APROVADO    : ".
                02 LINE 07 COLUMN 05 VALUE "EMPRESTIMO PRE-APROVADO: ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  REIMPRESSAO-SCREEN.
                02 LINE 03 COLUMN 05 VALUE "FUNDO DE TROCO     : ".
                02 LINE 04 COLUMN 05 VALUE "DEPOSITOS DO DIA   : ".
                02 LINE 05 COLUMN 05 VALUE "SAQUES DO DIA      : ".
                02 LINE 06 COLUMN 05 VALUE "SUPRIM. - DEVOLUC. : ".
                02 LINE 07 COLUMN 05 VALUE "DINHEIRO ESPERADO  : ".
                02 LINE 08 COLUMN 05 VALUE "DINHEIRO CONTADO   : " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "SOBRA(+)/FALTA(-)  : ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  TESOURARIA-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "TESOURARIA DA AGENCIA" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "AGENCIA            : " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "SALDO DE ABERTURA  : ".
                02 LINE 06 COLUMN 05 VALUE "SUPRIMENTOS        : ".
                02 LINE 07 COLUMN 05 VALUE "DEVOLUCOES         : ".
                02 LINE 08 COLUMN 05 VALUE "REMESSAS ENVIADAS  : ".
                02 LINE 09 COLUMN 05 VALUE "REMESSAS RECEBIDAS : ".
                02 LINE 10 COLUMN 05 VALUE "SALDO ATUAL        : ".
                02 LINE 11 COLUMN 05 VALUE "LIMITE SEGURADO    : ".
                02 LINE 13 COLUMN 05 VALUE "ACAO (S=SUPRIMENTO D=DEVOLUCAO R=REMESSA F=FECHAR): " FOREGROUND-COLOR IS 2.
                02 LINE 14 COLUMN 05 VALUE "SENTIDO DA REMESSA (E=ENVIADA R=RECEBIDA): ".
                02 LINE 15 COLUMN 05 VALUE "VALOR / CONTADO    : " FOREGROUND-COLOR IS 2.
                02 LINE 16 COLUMN 05 VALUE "SOBRA(+)/FALTA(-)  : ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  SAC-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "SAC - RECLAMACOES E SOLICITACOES" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "PROTOCOLO     : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 32 VALUE "(ZEROS = NOVA RECLAMACAO)".
                02 LINE 04 COLUMN 05 VALUE "CONTA         : " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "SEQ. EXTRATO  : " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 30 VALUE "(ZEROS = SEM MOVIMENTO CONTESTADO)".
                02 LINE 06 COLUMN 05 VALUE "TIPO MOVIM.   : ".
                02 LINE 07 COLUMN 05 VALUE "VALOR MOVIM.  : ".
                02 LINE 08 COLUMN 05 VALUE "CATEGORIA     : " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 25 VALUE "(TA=TARIFA SQ=SAQUE AG=AGENDAMENTO OU=OUTROS)".
                02 LINE 09 COLUMN 05 VALUE "DESCRICAO     : " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 05 VALUE "ABERTURA      : ".
                02 LINE 10 COLUMN 33 VALUE "OPERADOR: ".
                02 LINE 10 COLUMN 49 VALUE "PRAZO: ".
                02 LINE 11 COLUMN 05 VALUE "STATUS        : ".
                02 LINE 12 COLUMN 05 VALUE "HISTORICO:".
                02 LINE 17 COLUMN 05 VALUE "ACAO (T=TRATAMENTO F=FECHAR E=ESTORNAR): " FOREGROUND-COLOR IS 2.
                02 LINE 18 COLUMN 05 VALUE "OBSERVACAO    : " FOREGROUND-COLOR IS 2.
                02 LINE 19 COLUMN 05 VALUE "RESOLUCAO (P=PROCEDENTE I=IMPROCEDENTE): ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  TRANSF-EXT-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "LIBERAR <S/N>: " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CASO-FRAUDE-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CASOS DE SUSPEITA DE FRAUDE" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CONTA    : " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "AGENCIA  : ".
                02 LINE 05 COLUMN 05 VALUE "REGRA    : ".
                02 LINE 06 COLUMN 05 VALUE "MOVIMENTO: ".
                02 LINE 07 COLUMN 05 VALUE "DATA/HORA: ".
                02 LINE 08 COLUMN 05 VALUE "DETALHE  : ".
                02 LINE 10 COLUMN 05 VALUE "PARECER (L=LEGITIMO F=FRAUDE BRANCO=MANTER): " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  AUDIT-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CODIGO: " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "NOME  : " FOREGROUND-COLOR IS 2.
                02 LINE 06 COLUMN 05 VALUE "SENHA : " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "PERFIL (S G C B A R)         : " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 05 VALUE "STATUS (A=ATIVO I=INATIVO)   : " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 05 VALUE "S=SUPERVISOR G=GERENTE C=CAIXA B=RETAGUARDA A=AUDITOR".
                02 LINE 11 COLUMN 05 VALUE "R=GERENTE DE RELACIONAMENTO (CARTEIRA DE CLIENTES)".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CLIENTE-SCREEN.
                02 LINE 05 COLUMN 05 VALUE "NOME    : " FOREGROUND-COLOR IS 2.
                02 LINE 06 COLUMN 05 VALUE "EMAIL   : " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "TELEFONE: " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 05 VALUE "ENDERECO: " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "CEP     : " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 05 VALUE "NASCIM. : " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 25 VALUE "(AAAAMMDD)".
                02 LINE 11 COLUMN 05 VALUE "RENDA   : " FOREGROUND-COLOR IS 2.
                02 LINE 11 COLUMN 30 VALUE "(RENDA MENSAL DECLARADA)".
                02 LINE 13 COLUMN 05 VALUE "ULTIMA REVISAO CADASTRAL: ".
                02 LINE 15 COLUMN 05 VALUE "A ALTERACAO VALE PARA TODAS AS CONTAS DO CPF".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CAD-AGENCIA-SCREEN.
                02 LINE 05 COLUMN 05 VALUE "NOME    : " FOREGROUND-COLOR IS 2.
                02 LINE 06 COLUMN 05 VALUE "ENDERECO: " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "STATUS (A=ATIVA I=INATIVA): " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 05 VALUE "LIMITE SEGURADO DE NUMERARIO: " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 55 VALUE "(0 = SEM LIMITE)".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  REABERTURA-SCREEN.
                02 LINE 06 COLUMN 05 VALUE "STATUS ATUAL    : ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CCF-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CCF - EMITENTES DE CHEQUE SEM FUNDOS" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CPF           : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 40 VALUE "(ZEROS = CNPJ)".
                02 LINE 05 COLUMN 05 VALUE "CONTA         : ".
                02 LINE 06 COLUMN 05 VALUE "CHEQUE        : ".
                02 LINE 07 COLUMN 05 VALUE "VALOR         : ".
                02 LINE 08 COLUMN 05 VALUE "MOTIVO        : ".
                02 LINE 09 COLUMN 05 VALUE "INCLUSAO      : ".
                02 LINE 11 COLUMN 05 VALUE "CHEQUE REGULARIZADO, EXCLUIR <S/N>: " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  EMPRESA-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "EMPRESAS E REPRESENTANTES LEGAIS" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CNPJ          : " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 05 VALUE "RAZAO SOCIAL  : " FOREGROUND-COLOR IS 2.
                02 LINE 06 COLUMN 05 VALUE "NOME FANTASIA : " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "ABERTURA      : " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 31 VALUE "(AAAAMMDD)".
                02 LINE 08 COLUMN 05 VALUE "EMAIL         : " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "TELEFONE      : " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 05 VALUE "ENDERECO      : " FOREGROUND-COLOR IS 2.
                02 LINE 11 COLUMN 05 VALUE "CEP           : " FOREGROUND-COLOR IS 2.
                02 LINE 12 COLUMN 05 VALUE "ALCADA ASSIN. : " FOREGROUND-COLOR IS 2.
                02 LINE 12 COLUMN 40 VALUE "(ZEROS = TODA OPERACAO PEDE ASSINATURA)".
                02 LINE 13 COLUMN 05 VALUE "ULT. REVISAO  : ".
                02 LINE 14 COLUMN 05 VALUE "REPRESENTANTE (CPF, ZEROS=ENCERRA): " FOREGROUND-COLOR IS 2.
                02 LINE 15 COLUMN 05 VALUE "NOME          : ".
                02 LINE 16 COLUMN 05 VALUE "PODERES       : ".
                02 LINE 16 COLUMN 25 VALUE "(I=ISOLADO C=CONJUNTO N=SEM PODERES R=REVOGAR)".
                02 LINE 17 COLUMN 05 VALUE "LIMITE ISOL.  : ".
                02 LINE 17 COLUMN 40 VALUE "(ZEROS = SEM LIMITE)".
                02 LINE 18 COLUMN 05 VALUE "VALIDADE      : ".
                02 LINE 18 COLUMN 31 VALUE "(AAAAMMDD, ZEROS = INDETERMINADA)".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  PERMISSAO-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "PERMISSOES POR PERFIL" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "PERFIL        : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 25 VALUE "(S=SUPERV G=GERENTE C=CAIXA B=RETAG A=AUDITOR R=GER.REL)".
                02 LINE 04 COLUMN 05 VALUE "FUNCAO        : " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 27 VALUE "(OPnn = OPCAO DO MENU OU CODIGO DA ACAO)".
                02 LINE 05 COLUMN 27 VALUE "APRV BLQI BLQL PARM OPER JANL WTCH".
                02 LINE 06 COLUMN 27 VALUE "REVI FRAU TESR CCFX EMPR OVRD PERM OBIT CART".
                02 LINE 08 COLUMN 05 VALUE "PERMITIDA     : ".
                02 LINE 09 COLUMN 05 VALUE "ORIGEM        : ".
                02 LINE 11 COLUMN 05 VALUE "NOVA PERMISSAO <S/N>: " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  OBITO-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "OBITO DE CLIENTE / ESPOLIO" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CPF: " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "NOME                 : ".
                02 LINE 06 COLUMN 05 VALUE "DATA OBITO (AAAAMMDD): " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "CERTIDAO DE OBITO    : " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "CONTAS DO CPF        : ".
                02 LINE 10 COLUMN 05 VALUE "CONJUNTAS (SO A COTA): ".
                02 LINE 12 COLUMN 05 VALUE "CONFIRMA O OBITO <S/N>: " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CARTEIRA-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CARTEIRA DE GERENTE DE RELACIONAMENTO" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "AGENCIA                      : " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "CPF                          : " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 50 VALUE "(ZEROS = TODA A AGENCIA)".
                02 LINE 05 COLUMN 05 VALUE "GERENTE ATUAL                : " FOREGROUND-COLOR IS 2.
                02 LINE 05 COLUMN 42 VALUE "(0000 = SEM GERENTE, 9999 = TODOS)".
                02 LINE 07 COLUMN 05 VALUE "NOVO GERENTE                 : " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 42 VALUE "(0000 = RETIRAR O GERENTE)".
                02 LINE 08 COLUMN 05 VALUE "NOME                         : ".
                02 LINE 10 COLUMN 05 VALUE "CONFIRMA A TRANSFERENCIA <S/N>: " FOREGROUND-COLOR IS 2.
                02 LINE 12 COLUMN 05 VALUE "CLIENTES TRANSFERIDOS        : ".
                02 LINE 14 COLUMN 05 VALUE "SO TITULARES DE CONTA ABERTA NA AGENCIA; CONTA DE EMPRESA NAO ENTRA".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  RELCAT-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CONTRATACAO DE EMPRESTIMO PESSOAL" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CONTA           : " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "NOME            : ".
                02 LINE 05 COLUMN 05 VALUE "PRE-APROVADO    : ".
                02 LINE 06 COLUMN 05 VALUE "PRINCIPAL       : " FOREGROUND-COLOR IS 2.
                02 LINE 07 COLUMN 05 VALUE "TAXA MENSAL (%) : " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 05 VALUE "QTDE PARCELAS   : " FOREGROUND-COLOR IS 2.
                02 LINE 09 COLUMN 05 VALUE "DIA VENCIMENTO  : " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 05 VALUE "MATRICULA CONSIG: " FOREGROUND-COLOR IS 2.
                02 LINE 10 COLUMN 31 VALUE "(ZEROS = EMPRESTIMO PESSOAL)".
                02 LINE 11 COLUMN 05 VALUE "VALOR DA PARCELA: ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

                02 LINE 10 COLUMN 05 VALUE "8 - TABELA DE TARIFAS (FAIXAS)" FOREGROUND-COLOR IS 7.
                02 LINE 11 COLUMN 05 VALUE "9 - FERIADOS BANCARIOS" FOREGROUND-COLOR IS 7.
                02 LINE 03 COLUMN 45 VALUE "10 - PACOTES DE SERVICOS" FOREGROUND-COLOR IS 7.
                02 LINE 04 COLUMN 45 VALUE "11 - TABELA DE IR DO CDB" FOREGROUND-COLOR IS 7.
                02 LINE 05 COLUMN 45 VALUE "12 - MULTA/MORA DE BOLETO" FOREGROUND-COLOR IS 7.
                02 LINE 06 COLUMN 45 VALUE "13 - RENOVACAO CADASTRAL" FOREGROUND-COLOR IS 7.
                02 LINE 07 COLUMN 45 VALUE "14 - FLOAT DE CHEQUE (FAIXA)" FOREGROUND-COLOR IS 7.
                02 LINE 08 COLUMN 45 VALUE "15 - OBITO: COTA CONJUNTA (%)" FOREGROUND-COLOR IS 7.
                02 LINE 12 COLUMN 05 VALUE "OPCAO: " FOREGROUND-COLOR IS 2.
                02 LINE 14 COLUMN 05 VALUE "VALOR ATUAL : ".
                02 LINE 15 COLUMN 05 VALUE "VALOR NOVO  : " FOREGROUND-COLOR IS 2.
                02 LINE 17 COLUMN 05 VALUE "         VALOR     : " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  IR-CDB-PARAM-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "TABELA REGRESSIVA DE IR DO CDB" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "FAIXA  DIAS ATE  ALIQUOTA (%)".
                02 LINE 15 COLUMN 05 VALUE "QTDE DE FAIXAS (ZEROS=NAO ALTERA): " FOREGROUND-COLOR IS 2.
                02 LINE 16 COLUMN 05 VALUE "FAIXA    DIAS ATE  : " FOREGROUND-COLOR IS 2.
                02 LINE 17 COLUMN 05 VALUE "         ALIQUOTA  : " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CDB-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "APLICACOES EM CDB" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CONTA           : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 32 VALUE "DV: " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "NOME            : ".
                02 LINE 05 COLUMN 05 VALUE "SALDO           : ".
                02 LINE 06 COLUMN 05 VALUE "SEQ    PRINCIPAL      TAXA   VENCIMENTO  RENDIMENTO     ST".
                02 LINE 14 COLUMN 05 VALUE "ACAO (A=APLICAR R=RESGATAR): " FOREGROUND-COLOR IS 2.
                02 LINE 15 COLUMN 05 VALUE "PRINCIPAL       : " FOREGROUND-COLOR IS 2.
                02 LINE 16 COLUMN 05 VALUE "TAXA ANUAL (%)  : " FOREGROUND-COLOR IS 2.
                02 LINE 17 COLUMN 05 VALUE "PRAZO (DIAS)    : " FOREGROUND-COLOR IS 2.
                02 LINE 18 COLUMN 05 VALUE "SEQ A RESGATAR  : " FOREGROUND-COLOR IS 2.
                02 LINE 17 COLUMN 45 VALUE "IR RETIDO  : ".
                02 LINE 18 COLUMN 45 VALUE "LIQUIDO    : ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CARTAO-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "CARTOES DE DEBITO" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CONTA           : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 32 VALUE "DV: " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "NOME            : ".
                02 LINE 06 COLUMN 05 VALUE "NUMERO DO CARTAO   VALIDADE  ST".
                02 LINE 14 COLUMN 05 VALUE "ACAO (E=EMITIR B=BLOQUEAR S=SUBSTITUIR): " FOREGROUND-COLOR IS 2.
                02 LINE 15 COLUMN 05 VALUE "CARTAO          : " FOREGROUND-COLOR IS 2.
                02 LINE 16 COLUMN 05 VALUE "NOVO CARTAO     : ".
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  BOLETO-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "PAGAMENTO DE BOLETO" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CONTA          : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 32 VALUE "DV: " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "NOME           : ".
                02 LINE 05 COLUMN 05 VALUE "SALDO          : ".
                02 LINE 07 COLUMN 05 VALUE "LINHA DIGITAVEL: " FOREGROUND-COLOR IS 2.
                02 LINE 08 COLUMN 05 VALUE "TIPO           : ".
                02 LINE 09 COLUMN 05 VALUE "BANCO FAVOREC. : ".
                02 LINE 10 COLUMN 05 VALUE "VENCIMENTO     : ".
                02 LINE 11 COLUMN 05 VALUE "VALOR DOCUMENTO: ".
                02 LINE 12 COLUMN 05 VALUE "MULTA + MORA   : ".
                02 LINE 13 COLUMN 05 VALUE "TOTAL A PAGAR  : ".
                02 LINE 15 COLUMN 05 VALUE "CONFIRMA O PAGAMENTO (S/N): " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  DEBAUT-SCREEN.
                02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
	            02 LINE 01 COLUMN 11 PIC 9(04) USING YEARS FOREGROUND-COLOR IS 2.
                02 LINE 01 COLUMN 20 VALUE "DEBITO AUTOMATICO" FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 05 VALUE "CONTA           : " FOREGROUND-COLOR IS 2.
                02 LINE 03 COLUMN 32 VALUE "DV: " FOREGROUND-COLOR IS 2.
                02 LINE 04 COLUMN 05 VALUE "NOME            : ".
                02 LINE 06 COLUMN 05 VALUE "EMPR CONTRATO                      TETO ST".
                02 LINE 14 COLUMN 05 VALUE "ACAO (I=INCLUIR A=ALTERAR TETO C=CANCELAR): " FOREGROUND-COLOR IS 2.
                02 LINE 15 COLUMN 05 VALUE "EMPRESA         : " FOREGROUND-COLOR IS 2.
                02 LINE 16 COLUMN 05 VALUE "CONTRATO        : " FOREGROUND-COLOR IS 2.
                02 LINE 17 COLUMN 05 VALUE "TETO (0=SEM)    : " FOREGROUND-COLOR IS 2.
                02 LINE 20 COLUMN 05 VALUE "STATUS: ---" FOREGROUND-COLOR IS 2.

            01  CLEAR-SCREEN.
                02  BLANK SCREEN.

                    MOVE 'N' TO OPE-FORCA-TROCA
                    MOVE ZEROS TO OPE-TENTATIVAS
                    MOVE SPACES TO OPE-SENHAS-ANTERIORES
                    WRITE REG-OPERADOR INVALID KEY PERFORM FILE-ERROR-WRITE END-WRITE
                    MOVE 'S' TO W-OPE-TEM-REGISTRO
                    MOVE OPE-CODIGO TO W-OPERADOR-ATUAL
                    MOVE OPE-PERFIL TO W-OPERADOR-PERFIL
                ELSE
                  IF OPE-SENHA EQUAL W-SENHA-DIGITADA AND OPE-ATIVO
                    MOVE ZEROS TO OPE-TENTATIVAS
                    REWRITE REG-OPERADOR INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                    PERFORM VERIFICA-VALIDADE-SENHA
                    IF TROCA-SENHA-OK
                        MOVE OPE-CODIGO TO W-OPERADOR-ATUAL
                        MOVE W-SENHA-NOVA TO OPE-SENHA
                        MOVE DATE-TIME TO OPE-DT-TROCA-SENHA
                        MOVE 'N' TO OPE-FORCA-TROCA
                        REWRITE REG-OPERADOR INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                        MOVE 'S' TO W-TROCA-OK
                        DISPLAY MSG35 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                        MOVE DATE-TIME TO CXA-DATA
                        MOVE ZEROS TO CXA-FUNDO-TROCO
                        ACCEPT CXA-FUNDO-TROCO AT 0331 WITH PROMPT AUTO
                        *> AGENCIA DA GAVETA, PARA OS SUPRIMENTOS E
                        *> DEVOLUÇÔES DA TESOURARIA; INVALIDA FICA ZERADA
                        *> E E PEDIDA DE NOVO NA TELA DA TESOURARIA
                        DISPLAY "AGENCIA DA GAVETA       : " AT 0405
                        MOVE ZEROS TO COD-AGENCIA
                        ACCEPT COD-AGENCIA AT 0431 WITH PROMPT AUTO
                        PERFORM LE-AGENCIA
                        IF AGENCIA-VALIDA
                            MOVE COD-AGENCIA TO CXA-COD-AGENCIA
                        ELSE
                            MOVE ZEROS TO CXA-COD-AGENCIA
                        END-IF
                        MOVE W-OPERADOR-ATUAL TO CXA-OPERADOR
                        MOVE DATE-TIME TO CXA-DATA
                        MOVE ZEROS TO CXA-TOT-DEPOSITOS
                        MOVE ZEROS TO CXA-TOT-SAQUES
                        MOVE 'A' TO CXA-STATUS
                        MOVE ZEROS TO CXA-VALOR-DECLARADO
                        MOVE ZEROS TO CXA-DIFERENCA
                        MOVE ZEROS TO CXA-TOT-SUPRIMENTOS
                        MOVE ZEROS TO CXA-TOT-DEVOLUCOES
                        WRITE REG-CAIXA INVALID KEY PERFORM FILE-ERROR-WRITE END-WRITE
                        DISPLAY MSG36 AT 2013 FOREGROUND-COLOR IS 2
                    NOT INVALID KEY CONTINUE
                END-READ.
                        MOVE 'A' TO CXA-STATUS
                        MOVE ZEROS TO CXA-VALOR-DECLARADO
                        MOVE ZEROS TO CXA-DIFERENCA
                        MOVE ZEROS TO CXA-COD-AGENCIA
                        MOVE ZEROS TO CXA-TOT-SUPRIMENTOS
                        MOVE ZEROS TO CXA-TOT-DEVOLUCOES
                        WRITE REG-CAIXA INVALID KEY PERFORM FILE-ERROR-WRITE
                    NOT INVALID KEY
                        ADD W-CXA-DELTA-DEP TO CXA-TOT-DEPOSITOS
                MOVE ZEROS TO W-CXA-DELTA-SAQ.

            *> FECHAMENTO DE CAIXA: CONFERE O DINHEIRO CONTADO CONTRA O
            *> ESPERADO (FUNDO + DEPOSITOS - SAQUES + SUPRIMENTOS -
            *> DEVOLUÇÔES DA TESOURARIA), RECALCULANDO OS
            *> TOTAIS DIRETO DO EXTRATO DO DIA ('DE'/'SA' DO OPERADOR)
            *> PARA A CONFERENCIA NÂO DEPENDER SO DOS ACUMULADORES DA
            *> GAVETA; GRAVA A LINHA DE SOBRA/FALTA NO RELATORIO
                DISPLAY M-CXA-VALOR AT 0427.
                MOVE W-CXA-EXT-SAQ TO M-CXA-VALOR.
                DISPLAY M-CXA-VALOR AT 0527.
                COMPUTE W-CXA-TESOURARIA =
                    CXA-TOT-SUPRIMENTOS - CXA-TOT-DEVOLUCOES.
                MOVE W-CXA-TESOURARIA TO M-CXA-VALOR.
                DISPLAY M-CXA-VALOR AT 0627.
                COMPUTE W-CXA-ESPERADO =
                    CXA-FUNDO-TROCO + W-CXA-EXT-DEP - W-CXA-EXT-SAQ
                    + W-CXA-TESOURARIA.
                MOVE W-CXA-ESPERADO TO M-CXA-VALOR.
                DISPLAY M-CXA-VALOR AT 0727.
                MOVE ZEROS TO W-CXA-DECLARADO.
                ACCEPT W-CXA-DECLARADO AT 0827 WITH PROMPT AUTO.
                COMPUTE W-CXA-DIFERENCA = W-CXA-DECLARADO - W-CXA-ESPERADO.
                WRITE REG-CAIXA-FECHO.
                CLOSE ARQ-CAIXA-FECHO.

            *> TESOURARIA DA AGENCIA: O CAIXA PEDE SUPRIMENTO AO COFRE OU
            *> DEVOLVE O EXCESSO DA GAVETA, LANÇADO NA GAVETA E NO COFRE;
            *> O SUPERVISOR REGISTRA AS REMESSAS DE CARRO-FORTE E FECHA O
            *> COFRE NO FIM DO DIA CONTRA O DINHEIRO CONTADO. A AGENCIA E
            *> A DA GAVETA DO OPERADOR (PEDIDA SE AINDA NÂO INFORMADA)
            LOOP-TESOURARIA.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY TESOURARIA-SCREEN.

                MOVE SPACE TO W-ASK.
                PERFORM LE-GAVETA-TESOURARIA.
                IF W-TES-AGENCIA EQUAL ZEROS
                    ACCEPT W-TES-AGENCIA AT 0326 WITH PROMPT AUTO
                ELSE
                    DISPLAY W-TES-AGENCIA AT 0326
                END-IF.
                MOVE W-TES-AGENCIA TO COD-AGENCIA.
                PERFORM LE-AGENCIA.

                IF NOT AGENCIA-VALIDA
                    DISPLAY MSG-ERROR-28 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    DISPLAY AGE-NOME AT 0333
                    MOVE AGE-LIMITE-NUMERARIO TO W-TES-LIMITE
                    PERFORM ANOTA-AGENCIA-GAVETA
                    PERFORM ABRE-TESOURARIA-DIA
                    PERFORM EXIBE-TESOURARIA
                    MOVE SPACE TO W-TES-ACAO
                    ACCEPT W-TES-ACAO AT 1358 WITH PROMPT AUTO
                    EVALUATE TRUE
                        WHEN ACAO-SUPRIMENTO
                            PERFORM TESOURARIA-SUPRIMENTO
                        WHEN ACAO-DEVOLUCAO
                            PERFORM TESOURARIA-DEVOLUCAO
                        WHEN ACAO-REMESSA
                            PERFORM TESOURARIA-REMESSA
                        WHEN ACAO-FECHA-TESOURARIA
                            PERFORM TESOURARIA-FECHAMENTO
                        WHEN OTHER
                            DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                    END-EVALUATE
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> GAVETA DE HOJE DO OPERADOR: SE ESTA ABERTA E DE QUE AGENCIA
            LE-GAVETA-TESOURARIA.
                MOVE 'N' TO W-TES-GAVETA.
                MOVE ZEROS TO W-TES-AGENCIA.
                MOVE W-OPERADOR-ATUAL TO CXA-OPERADOR.
                MOVE DATE-TIME TO CXA-DATA.
                READ ARQ-CAIXA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CXA-COD-AGENCIA TO W-TES-AGENCIA
                        IF CXA-ABERTO
                            MOVE 'S' TO W-TES-GAVETA
                        END-IF
                END-READ.

            *> GAVETA ABERTA ANTES DO CONTROLE DE TESOURARIA: A AGENCIA
            *> INFORMADA AGORA FICA GRAVADA NELA
            ANOTA-AGENCIA-GAVETA.
                IF GAVETA-ABERTA-HOJE AND CXA-COD-AGENCIA EQUAL ZEROS
                    MOVE W-TES-AGENCIA TO CXA-COD-AGENCIA
                    REWRITE REG-CAIXA INVALID KEY PERFORM FILE-ERROR-MODIFY
                END-IF.

            *> COFRE DE HOJE DA AGENCIA; NO PRIMEIRO ACESSO DO DIA E CRIADO
            ABRE-TESOURARIA-DIA.
                MOVE W-TES-AGENCIA TO TES-COD-AGENCIA.
                MOVE DATE-TIME TO TES-DATA.
                READ ARQ-TESOURARIA
                    INVALID KEY PERFORM CRIA-TESOURARIA-DIA
                END-READ.
                PERFORM CALCULA-SALDO-TESOURARIA.

            *> O SALDO DE ABERTURA E O DO ULTIMO DIA DA AGENCIA ANTES DE
            *> HOJE: O CONTADO SE O COFRE FOI FECHADO, SENÂO O ESPERADO.
            *> CHAVE DUPLICADA (OUTRO CAIXA CRIOU ANTES) SO RELE O COFRE
            CRIA-TESOURARIA-DIA.
                MOVE ZEROS TO W-TES-ABERTURA.
                START ARQ-TESOURARIA KEY IS NOT GREATER THAN TES-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ ARQ-TESOURARIA NEXT RECORD
                            AT END CONTINUE
                            NOT AT END
                                IF TES-COD-AGENCIA EQUAL W-TES-AGENCIA
                                    PERFORM CALCULA-SALDO-TESOURARIA
                                    IF TES-FECHADA
                                        MOVE TES-VALOR-CONTADO TO W-TES-ABERTURA
                                    ELSE
                                        IF W-TES-SALDO > ZEROS
                                            MOVE W-TES-SALDO TO W-TES-ABERTURA
                                        END-IF
                                    END-IF
                                END-IF
                        END-READ
                END-START.
                MOVE W-TES-AGENCIA TO TES-COD-AGENCIA.
                MOVE DATE-TIME TO TES-DATA.
                MOVE W-TES-ABERTURA TO TES-SALDO-ABERTURA.
                MOVE ZEROS TO TES-TOT-SUPRIMENTOS.
                MOVE ZEROS TO TES-TOT-DEVOLUCOES.
                MOVE ZEROS TO TES-TOT-REMESSA-ENV.
                MOVE ZEROS TO TES-TOT-REMESSA-REC.
                MOVE 'A' TO TES-STATUS.
                MOVE ZEROS TO TES-VALOR-CONTADO.
                MOVE ZEROS TO TES-DIFERENCA.
                WRITE REG-TESOURARIA
                    INVALID KEY
                        READ ARQ-TESOURARIA INVALID KEY PERFORM FILE-ERROR-READ END-READ
                END-WRITE.

            CALCULA-SALDO-TESOURARIA.
                COMPUTE W-TES-SALDO = TES-SALDO-ABERTURA
                    + TES-TOT-DEVOLUCOES - TES-TOT-SUPRIMENTOS
                    + TES-TOT-REMESSA-REC - TES-TOT-REMESSA-ENV.

            EXIBE-TESOURARIA.
                MOVE TES-SALDO-ABERTURA TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 0526.
                MOVE TES-TOT-SUPRIMENTOS TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 0626.
                MOVE TES-TOT-DEVOLUCOES TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 0726.
                MOVE TES-TOT-REMESSA-ENV TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 0826.
                MOVE TES-TOT-REMESSA-REC TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 0926.
                MOVE W-TES-SALDO TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 1026.
                IF TES-FECHADA
                    DISPLAY "(COFRE FECHADO)" AT 1045 FOREGROUND-COLOR IS 4
                END-IF.
                MOVE W-TES-LIMITE TO M-TES-VALOR.
                DISPLAY M-TES-VALOR AT 1126.

            *> RELE O COFRE TRAVADO PARA O CICLO LER-CALCULAR-REGRAVAR
            *> ENTRE OS CAIXAS DA MESMA AGENCIA
            TRAVA-TESOURARIA.
                MOVE W-TES-AGENCIA TO TES-COD-AGENCIA.
                MOVE DATE-TIME TO TES-DATA.
                READ ARQ-TESOURARIA WITH LOCK
                    INVALID KEY PERFORM FILE-ERROR-READ
                END-READ.
                PERFORM CALCULA-SALDO-TESOURARIA.

            *> SUPRIMENTO: DINHEIRO DO COFRE PARA A GAVETA DO OPERADOR
            TESOURARIA-SUPRIMENTO.
                IF NOT GAVETA-ABERTA-HOJE
                    DISPLAY MSG38 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO W-TES-VALOR
                    ACCEPT W-TES-VALOR AT 1526 WITH PROMPT AUTO
                    PERFORM TRAVA-TESOURARIA
                    EVALUATE TRUE
                        WHEN W-TES-VALOR EQUAL ZEROS
                            DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN TES-FECHADA
                            DISPLAY MSG-ERROR-70 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN W-TES-VALOR > W-TES-SALDO
                            DISPLAY MSG-ERROR-71 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN OTHER
                            ADD W-TES-VALOR TO TES-TOT-SUPRIMENTOS
                            REWRITE REG-TESOURARIA INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-REWRITE
                            PERFORM LE-GAVETA-TESOURARIA
                            ADD W-TES-VALOR TO CXA-TOT-SUPRIMENTOS
                            REWRITE REG-CAIXA INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-REWRITE
                            PERFORM CALCULA-SALDO-TESOURARIA
                            PERFORM EXIBE-TESOURARIA
                            DISPLAY MSG62 AT 2013 FOREGROUND-COLOR IS 2
                    END-EVALUATE
                    UNLOCK ARQ-TESOURARIA
                END-IF.

            *> DEVOLUÇÂO: EXCESSO DA GAVETA RECOLHIDO AO COFRE, ATE O
            *> DINHEIRO QUE A GAVETA DEVE TER (FUNDO + DEPOSITOS - SAQUES
            *> + SUPRIMENTOS - DEVOLUÇÔES)
            TESOURARIA-DEVOLUCAO.
                IF NOT GAVETA-ABERTA-HOJE
                    DISPLAY MSG38 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    COMPUTE W-TES-SALDO-GAVETA = CXA-FUNDO-TROCO
                        + CXA-TOT-DEPOSITOS - CXA-TOT-SAQUES
                        + CXA-TOT-SUPRIMENTOS - CXA-TOT-DEVOLUCOES
                    MOVE ZEROS TO W-TES-VALOR
                    ACCEPT W-TES-VALOR AT 1526 WITH PROMPT AUTO
                    PERFORM TRAVA-TESOURARIA
                    EVALUATE TRUE
                        WHEN W-TES-VALOR EQUAL ZEROS
                            DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN TES-FECHADA
                            DISPLAY MSG-ERROR-70 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN W-TES-VALOR > W-TES-SALDO-GAVETA
                            DISPLAY MSG-ERROR-72 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN OTHER
                            ADD W-TES-VALOR TO TES-TOT-DEVOLUCOES
                            REWRITE REG-TESOURARIA INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-REWRITE
                            PERFORM LE-GAVETA-TESOURARIA
                            ADD W-TES-VALOR TO CXA-TOT-DEVOLUCOES
                            REWRITE REG-CAIXA INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-REWRITE
                            PERFORM CALCULA-SALDO-TESOURARIA
                            PERFORM EXIBE-TESOURARIA
                            DISPLAY MSG62 AT 2013 FOREGROUND-COLOR IS 2
                            PERFORM AVISA-LIMITE-TESOURARIA
                    END-EVALUATE
                    UNLOCK ARQ-TESOURARIA
                END-IF.

            *> REMESSA DE CARRO-FORTE (FUNÇÂO TESR): ENVIADA TIRA DO
            *> COFRE (ATE O SALDO), RECEBIDA ENTRA NELE
            TESOURARIA-REMESSA.
                MOVE "TESR" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE SPACE TO W-TES-SENTIDO
                    ACCEPT W-TES-SENTIDO AT 1449 WITH PROMPT AUTO
                    MOVE ZEROS TO W-TES-VALOR
                    ACCEPT W-TES-VALOR AT 1526 WITH PROMPT AUTO
                    PERFORM TRAVA-TESOURARIA
                    EVALUATE TRUE
                        WHEN NOT REMESSA-ENVIADA AND NOT REMESSA-RECEBIDA
                            DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN W-TES-VALOR EQUAL ZEROS
                            DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN TES-FECHADA
                            DISPLAY MSG-ERROR-70 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN REMESSA-ENVIADA AND W-TES-VALOR > W-TES-SALDO
                            DISPLAY MSG-ERROR-71 AT 2013 FOREGROUND-COLOR IS 4
                        WHEN OTHER
                            IF REMESSA-ENVIADA
                                ADD W-TES-VALOR TO TES-TOT-REMESSA-ENV
                            ELSE
                                ADD W-TES-VALOR TO TES-TOT-REMESSA-REC
                            END-IF
                            REWRITE REG-TESOURARIA INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-REWRITE
                            PERFORM CALCULA-SALDO-TESOURARIA
                            PERFORM EXIBE-TESOURARIA
                            DISPLAY MSG63 AT 2013 FOREGROUND-COLOR IS 2
                            PERFORM AVISA-LIMITE-TESOURARIA
                    END-EVALUATE
                    UNLOCK ARQ-TESOURARIA
                END-IF.

            *> FECHAMENTO DO COFRE (FUNÇÂO TESR): CONFERE O CONTADO
            *> CONTRA O ESPERADO; FECHADO, O COFRE NÂO ACEITA MAIS
            *> MOVIMENTO NO DIA E O CONTADO ABRE O PROXIMO DIA
            TESOURARIA-FECHAMENTO.
                MOVE "TESR" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO W-TES-VALOR
                    ACCEPT W-TES-VALOR AT 1526 WITH PROMPT AUTO
                    PERFORM TRAVA-TESOURARIA
                    IF TES-FECHADA
                        DISPLAY MSG-ERROR-70 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        COMPUTE W-TES-DIFERENCA = W-TES-VALOR - W-TES-SALDO
                        MOVE W-TES-DIFERENCA TO M-TES-VALOR
                        DISPLAY M-TES-VALOR AT 1626
                        MOVE 'F' TO TES-STATUS
                        MOVE W-TES-VALOR TO TES-VALOR-CONTADO
                        MOVE W-TES-DIFERENCA TO TES-DIFERENCA
                        REWRITE REG-TESOURARIA INVALID KEY PERFORM FILE-ERROR-MODIFY
                        END-REWRITE
                        PERFORM EXIBE-TESOURARIA
                        DISPLAY MSG64 AT 2013 FOREGROUND-COLOR IS 2
                        MOVE W-TES-VALOR TO W-TES-SALDO
                        PERFORM AVISA-LIMITE-TESOURARIA
                    END-IF
                    UNLOCK ARQ-TESOURARIA
                END-IF.

            *> COFRE ACIMA DO TETO SEGURADO DA AGENCIA: AVISA NA TELA; O
            *> RELATORIO DE FIM DE DIA SINALIZA PARA A TESOURARIA CENTRAL
            AVISA-LIMITE-TESOURARIA.
                IF W-TES-LIMITE > ZEROS AND W-TES-SALDO > W-TES-LIMITE
                    DISPLAY MSG65 AT 2113 FOREGROUND-COLOR IS 4
                END-IF.

            *> SAC: RECLAMAÇÂO OU SOLICITAÇÂO DO CLIENTE REGISTRADA COM
            *> PROTOCOLO (ZEROS = ABRIR UMA NOVA), ACOMPANHADA ATE O
            *> FECHAMENTO COM HISTORICO DE STATUS. RECLAMAÇÂO PROCEDENTE
            *> DE UM MOVIMENTO PODE LANÇAR O ESTORNO DIRETO DAQUI. O
            *> CLIENTE E NOTIFICADO NA ABERTURA E NO FECHAMENTO
            LOOP-SAC.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY SAC-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO W-SAC-PROTOCOLO.
                ACCEPT W-SAC-PROTOCOLO AT 0321 WITH PROMPT AUTO.

                IF W-SAC-PROTOCOLO EQUAL ZEROS
                    PERFORM ABRE-RECLAMACAO
                ELSE
                    MOVE W-SAC-PROTOCOLO TO SAC-PROTOCOLO
                    READ ARQ-SAC WITH LOCK
                        INVALID KEY
                            DISPLAY MSG-ERROR-73 AT 2013 FOREGROUND-COLOR IS 4
                        NOT INVALID KEY
                            PERFORM TRATA-RECLAMACAO
                    END-READ
                    UNLOCK ARQ-SAC
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            ABRE-RECLAMACAO.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0421.
                MOVE M-COD-CONTA TO COD-CONTA.
                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                        DISPLAY W-NOME AT 0431
                        PERFORM ACEITA-MOVIMENTO-CONTESTADO
                        IF SAC-MOVIMENTO-OK
                            PERFORM ACEITA-DADOS-RECLAMACAO
                        END-IF
                    END-IF
                END-IF.

            *> O MOVIMENTO CONTESTADO, SE HOUVER, TEM DE EXISTIR NO
            *> EXTRATO DA CONTA
            ACEITA-MOVIMENTO-CONTESTADO.
                MOVE 'S' TO W-SAC-MOV-OK.
                MOVE ZEROS TO W-SAC-SEQ-EXTRATO.
                ACCEPT W-SAC-SEQ-EXTRATO AT 0521 WITH PROMPT AUTO.
                IF W-SAC-SEQ-EXTRATO NOT EQUAL ZEROS
                    MOVE COD-CONTA TO EXT-COD-CONTA
                    MOVE W-SAC-SEQ-EXTRATO TO EXT-SEQUENCIA
                    READ ARQ-EXTRATO
                        INVALID KEY
                            MOVE 'N' TO W-SAC-MOV-OK
                            DISPLAY MSG-ERROR-20 AT 2013 FOREGROUND-COLOR IS 4
                        NOT INVALID KEY
                            DISPLAY EXT-TIPO AT 0621
                            MOVE EXT-VALOR TO M-SALDO
                            DISPLAY M-SALDO AT 0721
                    END-READ
                END-IF.

            ACEITA-DADOS-RECLAMACAO.
                MOVE SPACES TO W-SAC-CATEGORIA.
                ACCEPT W-SAC-CATEGORIA AT 0821 WITH PROMPT AUTO.
                MOVE W-SAC-CATEGORIA TO SAC-CATEGORIA.
                IF NOT SAC-CATEGORIA-VALIDA
                    DISPLAY MSG-ERROR-74 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE SPACES TO W-SAC-DESCRICAO
                    ACCEPT W-SAC-DESCRICAO AT 0921 WITH PROMPT AUTO
                    PERFORM GRAVA-RECLAMACAO
                END-IF.

            *> PROTOCOLO = ULTIMO DO ARQUIVO + 1; CHAVE DUPLICADA (O
            *> OUTRO CAIXA LEVOU O NUMERO PRIMEIRO) TENTA O SEGUINTE
            GRAVA-RECLAMACAO.
                PERFORM CALCULA-PRAZO-SAC.
                MOVE 99999999 TO SAC-PROTOCOLO.
                START ARQ-SAC KEY IS NOT GREATER THAN SAC-PROTOCOLO
                    INVALID KEY MOVE 1 TO W-SAC-PROTOCOLO
                    NOT INVALID KEY
                        READ ARQ-SAC NEXT RECORD AT END MOVE 1 TO W-SAC-PROTOCOLO
                        NOT AT END
                            ADD 1 TO SAC-PROTOCOLO GIVING W-SAC-PROTOCOLO
                        END-READ
                END-START.
                MOVE 'N' TO W-SAC-GRAVADO.
                PERFORM TENTA-GRAVA-RECLAMACAO UNTIL SAC-PROTOCOLO-GRAVADO.
                IF ARQ-SAC-OK EQUAL ZEROS
                    PERFORM EXIBE-RECLAMACAO
                    MOVE 'SA' TO W-NOT-EVENTO
                    MOVE SPACES TO W-NOT-TEXTO
                    STRING "SAC " DELIMITED BY SIZE
                           SAC-PROTOCOLO DELIMITED BY SIZE
                           " RECLAMACAO REGISTRADA" DELIMITED BY SIZE
                        INTO W-NOT-TEXTO
                    PERFORM GRAVA-NOTIFICACAO
                    DISPLAY MSG66 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            TENTA-GRAVA-RECLAMACAO.
                MOVE W-SAC-PROTOCOLO TO SAC-PROTOCOLO.
                MOVE COD-CONTA TO SAC-COD-CONTA.
                MOVE CPF TO SAC-CPF.
                MOVE COD-AGENCIA TO SAC-COD-AGENCIA.
                MOVE W-SAC-SEQ-EXTRATO TO SAC-SEQ-EXTRATO.
                MOVE W-SAC-CATEGORIA TO SAC-CATEGORIA.
                MOVE W-SAC-DESCRICAO TO SAC-DESCRICAO.
                MOVE W-OPERADOR-ATUAL TO SAC-OPERADOR-ABERTURA.
                MOVE DATE-TIME TO SAC-DT-ABERTURA.
                MOVE W-DUT-DATA-NUM TO SAC-DT-PRAZO.
                MOVE 'A' TO SAC-STATUS.
                MOVE SPACE TO SAC-RESOLUCAO.
                MOVE SPACES TO SAC-TEXTO-RESOLUCAO.
                MOVE ZEROS TO SAC-DT-FECHAMENTO.
                MOVE ZEROS TO SAC-OPERADOR-FECHAMENTO.
                MOVE ZEROS TO SAC-SEQ-ESTORNO.
                MOVE ZEROS TO SAC-QTDE-HISTORICO.
                MOVE SPACES TO SAC-TABELA-HISTORICO.
                MOVE 'A' TO W-SAC-STATUS-HIST.
                MOVE "ABERTURA" TO W-SAC-TEXTO.
                PERFORM ANOTA-HISTORICO-SAC.
                MOVE 'S' TO W-SAC-GRAVADO.
                WRITE REG-SAC
                    INVALID KEY
                        IF ARQ-SAC-OK EQUAL 22
                            MOVE 'N' TO W-SAC-GRAVADO
                            ADD 1 TO W-SAC-PROTOCOLO
                        ELSE
                            PERFORM FILE-ERROR-WRITE
                        END-IF
                END-WRITE.

            *> DATA LIMITE DA RESPOSTA: W-SAC-PRAZO-DIAS DIAS UTEIS
            *> DEPOIS DE HOJE, PELO CALENDARIO BANCARIO (SAI EM
            *> W-DUT-DATA-NUM)
            CALCULA-PRAZO-SAC.
                MOVE DATE-TIME TO W-DUT-DATA-NUM.
                MOVE ZEROS TO W-SAC-CONTADOR.
                PERFORM AVANCA-DIA-UTIL-SAC
                    UNTIL W-SAC-CONTADOR EQUAL W-SAC-PRAZO-DIAS.

            AVANCA-DIA-UTIL-SAC.
                PERFORM AVANCA-UM-DIA.
                PERFORM AVANCA-UM-DIA UNTIL DIA-UTIL.
                ADD 1 TO W-SAC-CONTADOR.

            *> NOVA ENTRADA NO HISTORICO (STATUS E TEXTO EM
            *> W-SAC-STATUS-HIST/W-SAC-TEXTO); TABELA CHEIA DESCARTA A
            *> ENTRADA MAIS ANTIGA
            ANOTA-HISTORICO-SAC.
                IF SAC-QTDE-HISTORICO EQUAL 10
                    MOVE 1 TO W-SAC-IDX
                    PERFORM DESLOCA-HISTORICO-SAC UNTIL W-SAC-IDX EQUAL 10
                ELSE
                    ADD 1 TO SAC-QTDE-HISTORICO
                END-IF.
                MOVE SAC-QTDE-HISTORICO TO W-SAC-IDX.
                MOVE W-SAC-STATUS-HIST TO SAC-HIS-STATUS (W-SAC-IDX).
                MOVE DATE-TIME TO SAC-HIS-DATA (W-SAC-IDX).
                MOVE W-OPERADOR-ATUAL TO SAC-HIS-OPERADOR (W-SAC-IDX).
                MOVE W-SAC-TEXTO TO SAC-HIS-TEXTO (W-SAC-IDX).

            DESLOCA-HISTORICO-SAC.
                MOVE SAC-HISTORICO (W-SAC-IDX + 1) TO SAC-HISTORICO (W-SAC-IDX).
                ADD 1 TO W-SAC-IDX.

            *> PROTOCOLO EXISTENTE: SO CONSULTA (AÇÂO EM BRANCO),
            *> ANDAMENTO, FECHAMENTO OU ESTORNO DO MOVIMENTO CONTESTADO
            TRATA-RECLAMACAO.
                PERFORM EXIBE-RECLAMACAO.
                MOVE SPACE TO W-SAC-ACAO.
                ACCEPT W-SAC-ACAO AT 1746 WITH PROMPT AUTO.
                EVALUATE TRUE
                    WHEN W-SAC-ACAO EQUAL SPACE
                        CONTINUE
                    WHEN ACAO-SAC-ESTORNO
                        PERFORM ESTORNA-RECLAMACAO
                    WHEN SAC-FECHADA
                        DISPLAY MSG-ERROR-75 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN ACAO-SAC-TRATAMENTO
                        PERFORM ANDAMENTO-RECLAMACAO
                    WHEN ACAO-SAC-FECHAR
                        PERFORM FECHA-RECLAMACAO
                    WHEN OTHER
                        DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                END-EVALUATE.

            ANDAMENTO-RECLAMACAO.
                MOVE SPACES TO W-SAC-TEXTO.
                ACCEPT W-SAC-TEXTO AT 1821 WITH PROMPT AUTO.
                MOVE 'T' TO SAC-STATUS.
                MOVE 'T' TO W-SAC-STATUS-HIST.
                PERFORM ANOTA-HISTORICO-SAC.
                REWRITE REG-SAC INVALID KEY PERFORM FILE-ERROR-MODIFY
                END-REWRITE.
                PERFORM EXIBE-RECLAMACAO.
                DISPLAY MSG67 AT 2013 FOREGROUND-COLOR IS 2.

            *> FECHAMENTO COM O DESFECHO (PROCEDENTE/IMPROCEDENTE) E A
            *> RESPOSTA DADA AO CLIENTE, QUE RECEBE A NOTIFICAÇÂO
            FECHA-RECLAMACAO.
                MOVE SPACE TO W-SAC-RESOLUCAO.
                ACCEPT W-SAC-RESOLUCAO AT 1946 WITH PROMPT AUTO.
                IF NOT RESOLUCAO-PROCEDENTE AND NOT RESOLUCAO-IMPROCEDENTE
                    DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE SPACES TO W-SAC-TEXTO
                    ACCEPT W-SAC-TEXTO AT 1821 WITH PROMPT AUTO
                    IF RESOLUCAO-PROCEDENTE
                        MOVE 'P' TO SAC-RESOLUCAO
                    ELSE
                        MOVE 'I' TO SAC-RESOLUCAO
                    END-IF
                    MOVE W-SAC-TEXTO TO SAC-TEXTO-RESOLUCAO
                    MOVE 'F' TO SAC-STATUS
                    MOVE DATE-TIME TO SAC-DT-FECHAMENTO
                    MOVE W-OPERADOR-ATUAL TO SAC-OPERADOR-FECHAMENTO
                    MOVE 'F' TO W-SAC-STATUS-HIST
                    PERFORM ANOTA-HISTORICO-SAC
                    REWRITE REG-SAC INVALID KEY PERFORM FILE-ERROR-MODIFY
                    END-REWRITE
                    PERFORM EXIBE-RECLAMACAO
                    MOVE SAC-COD-CONTA TO COD-CONTA
                    MOVE SAC-CPF TO CPF
                    MOVE 'SF' TO W-NOT-EVENTO
                    MOVE SPACES TO W-NOT-TEXTO
                    IF SAC-PROCEDENTE
                        STRING "SAC " DELIMITED BY SIZE
                               SAC-PROTOCOLO DELIMITED BY SIZE
                               " FECHADA: PROCEDENTE" DELIMITED BY SIZE
                            INTO W-NOT-TEXTO
                    ELSE
                        STRING "SAC " DELIMITED BY SIZE
                               SAC-PROTOCOLO DELIMITED BY SIZE
                               " FECHADA: IMPROCEDENTE" DELIMITED BY SIZE
                            INTO W-NOT-TEXTO
                    END-IF
                    PERFORM GRAVA-NOTIFICACAO
                    DISPLAY MSG68 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> SO A RECLAMAÇÂO FECHADA COMO PROCEDENTE, COM MOVIMENTO
            *> CONTESTADO E AINDA SEM ESTORNO, LANÇA O ESTORNO
            ESTORNA-RECLAMACAO.
                EVALUATE TRUE
                    WHEN NOT SAC-PROCEDENTE
                        DISPLAY MSG-ERROR-76 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN SAC-SEQ-EXTRATO EQUAL ZEROS
                        DISPLAY MSG-ERROR-76 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN SAC-SEQ-ESTORNO NOT EQUAL ZEROS
                        DISPLAY MSG-ERROR-77 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN OTHER
                        PERFORM LANCA-ESTORNO-RECLAMACAO
                END-EVALUATE.

            *> MESMO CAMINHO DA TELA DE ESTORNO (JANELA BATCH, TRAVA DA
            *> CONTA, VALIDA-E-EFETIVA-ESTORNO); O 'ES' GRAVADO LEVA O
            *> PROTOCOLO NA DESCRIÇÂO E A SEQUENCIA FICA NA RECLAMAÇÂO
            LANCA-ESTORNO-RECLAMACAO.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    MOVE SAC-COD-CONTA TO COD-CONTA
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      IF CONTA-FECHADA
                        DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        MOVE W-ULT-EXT-SEQ TO W-SAC-ULT-SEQ
                        MOVE SAC-SEQ-EXTRATO TO W-EST-SEQ
                        MOVE COD-CONTA TO EXT-COD-CONTA
                        MOVE W-EST-SEQ TO EXT-SEQUENCIA
                        READ ARQ-EXTRATO
                            INVALID KEY
                                DISPLAY MSG-ERROR-20 AT 2013 FOREGROUND-COLOR IS 4
                            NOT INVALID KEY
                                MOVE 'S' TO W-EST-ORIGEM
                                MOVE SPACES TO W-EXT-DESCRICAO-MOV
                                STRING "ESTORNO SAC " DELIMITED BY SIZE
                                       SAC-PROTOCOLO DELIMITED BY SIZE
                                    INTO W-EXT-DESCRICAO-MOV
                                PERFORM VALIDA-E-EFETIVA-ESTORNO
                                MOVE 'N' TO W-EST-ORIGEM
                                MOVE SPACES TO W-EXT-DESCRICAO-MOV
                        END-READ
                        IF W-ULT-EXT-SEQ NOT EQUAL W-SAC-ULT-SEQ
                            MOVE W-ULT-EXT-SEQ TO SAC-SEQ-ESTORNO
                            MOVE 'E' TO W-SAC-STATUS-HIST
                            MOVE "ESTORNO LANCADO" TO W-SAC-TEXTO
                            PERFORM ANOTA-HISTORICO-SAC
                            REWRITE REG-SAC INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-REWRITE
                            PERFORM EXIBE-RECLAMACAO
                        END-IF
                      END-IF
                    END-IF
                    PERFORM SOLTA-TRAVA-REG
                END-IF.

            EXIBE-RECLAMACAO.
                DISPLAY SAC-PROTOCOLO AT 0321.
                DISPLAY SAC-COD-CONTA AT 0421.
                DISPLAY SAC-SEQ-EXTRATO AT 0521.
                IF SAC-SEQ-EXTRATO NOT EQUAL ZEROS
                    MOVE SAC-COD-CONTA TO EXT-COD-CONTA
                    MOVE SAC-SEQ-EXTRATO TO EXT-SEQUENCIA
                    READ ARQ-EXTRATO
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            DISPLAY EXT-TIPO AT 0621
                            MOVE EXT-VALOR TO M-SALDO
                            DISPLAY M-SALDO AT 0721
                    END-READ
                END-IF.
                IF SAC-SEQ-ESTORNO NOT EQUAL ZEROS
                    DISPLAY "ESTORNADO NA SEQUENCIA" AT 0630
                    DISPLAY SAC-SEQ-ESTORNO AT 0653
                END-IF.
                DISPLAY SAC-CATEGORIA AT 0821.
                DISPLAY SAC-DESCRICAO AT 0921.
                MOVE SAC-ABERTURA-DIA TO W-SAC-EDIT-DIA.
                MOVE SAC-ABERTURA-MES TO W-SAC-EDIT-MES.
                MOVE SAC-ABERTURA-ANO TO W-SAC-EDIT-ANO.
                DISPLAY W-SAC-DATA-EDIT AT 1021.
                DISPLAY SAC-OPERADOR-ABERTURA AT 1043.
                MOVE SAC-PRAZO-DIA TO W-SAC-EDIT-DIA.
                MOVE SAC-PRAZO-MES TO W-SAC-EDIT-MES.
                MOVE SAC-PRAZO-ANO TO W-SAC-EDIT-ANO.
                DISPLAY W-SAC-DATA-EDIT AT 1056.
                EVALUATE TRUE
                    WHEN SAC-ABERTA
                        DISPLAY "ABERTA                " AT 1121
                    WHEN SAC-EM-TRATAMENTO
                        DISPLAY "EM TRATAMENTO         " AT 1121
                    WHEN SAC-PROCEDENTE
                        DISPLAY "FECHADA - PROCEDENTE  " AT 1121
                    WHEN OTHER
                        DISPLAY "FECHADA - IMPROCEDENTE" AT 1121
                END-EVALUATE.
                IF SAC-FECHADA
                    DISPLAY SAC-TEXTO-RESOLUCAO AT 1145
                END-IF.
                *> AS QUATRO ENTRADAS MAIS RECENTES DO HISTORICO
                MOVE 13 TO W-SAC-LINHA.
                IF SAC-QTDE-HISTORICO > 4
                    COMPUTE W-SAC-IDX = SAC-QTDE-HISTORICO - 3
                ELSE
                    MOVE 1 TO W-SAC-IDX
                END-IF.
                PERFORM EXIBE-HISTORICO-SAC
                    UNTIL W-SAC-IDX > SAC-QTDE-HISTORICO.

            EXIBE-HISTORICO-SAC.
                MOVE SAC-HIS-DATA (W-SAC-IDX) (7:2) TO W-SAC-EDIT-DIA.
                MOVE SAC-HIS-DATA (W-SAC-IDX) (5:2) TO W-SAC-EDIT-MES.
                MOVE SAC-HIS-DATA (W-SAC-IDX) (1:4) TO W-SAC-EDIT-ANO.
                COMPUTE W-DISPLAY-POS = W-SAC-LINHA * 100 + 05.
                DISPLAY W-SAC-DATA-EDIT AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-SAC-LINHA * 100 + 17.
                DISPLAY SAC-HIS-STATUS (W-SAC-IDX) AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-SAC-LINHA * 100 + 19.
                DISPLAY SAC-HIS-OPERADOR (W-SAC-IDX) AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-SAC-LINHA * 100 + 24.
                DISPLAY SAC-HIS-TEXTO (W-SAC-IDX) AT W-DISPLAY-POS.
                ADD 1 TO W-SAC-IDX.
                ADD 1 TO W-SAC-LINHA.

            *> O TETO DE APROVAÇÂO DE LIMITE VEM DO ARQUIVO DE PARAMETRO;
            *> SEM O ARQUIVO VALE O PADRAO JA CARREGADO (5000,00)
            LE-LIMITE-PARAM.
                OPEN INPUT ARQ-LIMITE-PARAM.
                IF ARQ-PLI-OK EQUAL "00"
                    READ ARQ-LIMITE-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PLI-THRESHOLD > ZEROS
                                MOVE PLI-THRESHOLD TO W-LIMITE-THRESHOLD
                            END-IF
                    END-READ
                    CLOSE ARQ-LIMITE-PARAM
                END-IF.

            *> MANUTENÇÂO DOS ARQUIVOS DE PARAMETRO DOS JOBS BATCH,
            *> RESTRITA A FUNÇÂO PARM; CADA ALTERAÇÂO VAI PARA A TRILHA DE
            *> AUDITORIA COM O VALOR ANTERIOR E O NOVO, SOB A CONTA ZERO
            LOOP-PARAM.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY PARAM-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "PARM" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO W-PAR-OPCAO
                    ACCEPT W-PAR-OPCAO AT 1212 WITH PROMPT AUTO
                    EVALUATE W-PAR-OPCAO
                        WHEN 1 PERFORM PARAM-DIAS-APROVACAO
                        WHEN 2 PERFORM PARAM-MESES-EXPURGO
                        WHEN 3 PERFORM PARAM-MESES-DORMENCIA
                        WHEN 4 PERFORM PARAM-TAXA-JUROS
                        WHEN 5 PERFORM PARAM-TAXA-POUPANCA
                        WHEN 6 PERFORM PARAM-TETO-LIMITE
                        WHEN 7 PERFORM PARAM-SENHA
                        WHEN 8 PERFORM PARAM-TARIFAS
                        WHEN 9 PERFORM PARAM-FERIADOS
                        WHEN 10 PERFORM PARAM-PACOTES
                        WHEN 11 PERFORM PARAM-IR-CDB
                        WHEN 12 PERFORM PARAM-BOLETO
                        WHEN 13 PERFORM PARAM-RECADASTRO
                        WHEN 14 PERFORM PARAM-FLOAT-CHEQUE
                        WHEN 15 PERFORM PARAM-OBITO-CONJUNTA
                        WHEN OTHER DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                    END-EVALUATE
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            PARAM-DIAS-APROVACAO.
                MOVE 30 TO W-PAR-NUM-ANT.
                OPEN INPUT ARQ-APROVACAO-PARAM.
                IF ARQ-PAP-OK EQUAL "00"
                    READ ARQ-APROVACAO-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAP-DIAS-EXPIRA > ZEROS
                                MOVE PAP-DIAS-EXPIRA TO W-PAR-NUM-ANT
                            END-IF
                    END-READ
                    CLOSE ARQ-APROVACAO-PARAM
                END-IF.
                MOVE W-PAR-NUM-ANT TO M-PAR-NUM.
                DISPLAY M-PAR-NUM AT 1419.
                MOVE ZEROS TO W-PAR-NUM-NOVO.
                ACCEPT W-PAR-NUM-NOVO AT 1519 WITH PROMPT AUTO.
                IF W-PAR-NUM-NOVO < 1
                    DISPLAY MSG39 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> ENCARGOS DO BOLETO VENCIDO; A MULTA PARA CONSUMIDOR NÂO
            *> PASSA DE 2% (CDC) E QUALQUER DOS DOIS PODE SER ZERO
            PARAM-BOLETO.
                PERFORM LE-BOLETO-PARAM.
                MOVE W-BOL-MULTA-PCT TO W-PAR-TAXA-ANT.
                MOVE W-BOL-MORA-PCT TO W-PAR-TAXA2-ANT.
                MOVE W-PAR-TAXA-ANT TO M-PAR-TAXA.
                DISPLAY M-PAR-TAXA AT 1419.
                DISPLAY "% MULTA" AT 1425.
                MOVE ZEROS TO W-PAR-TAXA-NOVA.
                ACCEPT W-PAR-TAXA-NOVA AT 1519 WITH PROMPT AUTO.
                MOVE W-PAR-TAXA2-ANT TO M-PAR-TAXA.
                DISPLAY "MORA ATUAL (% MES): " AT 1605.
                DISPLAY M-PAR-TAXA AT 1625.
                DISPLAY "MORA NOVA  (% MES): " AT 1705.
                MOVE ZEROS TO W-PAR-TAXA2-NOVA.
                ACCEPT W-PAR-TAXA2-NOVA AT 1725 WITH PROMPT AUTO.
                IF W-PAR-TAXA-NOVA > 2,00 OR W-PAR-TAXA2-NOVA > 10,00
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    OPEN OUTPUT ARQ-BOLETO-PARAM
                    MOVE W-PAR-TAXA-NOVA TO BPA-MULTA-PCT
                    MOVE W-PAR-TAXA2-NOVA TO BPA-MORA-MES-PCT
                    WRITE REG-BOLETO-PARAM
                    CLOSE ARQ-BOLETO-PARAM
                    MOVE "BOLETO PARAM" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    MOVE W-PAR-TAXA-ANT TO M-PAR-TAXA
                    STRING "MULTA " DELIMITED BY SIZE
                           M-PAR-TAXA DELIMITED BY SIZE
                           " / MORA " DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    MOVE W-PAR-TAXA2-ANT TO M-PAR-TAXA
                    MOVE M-PAR-TAXA TO W-AUD-ANTES (20:5)
                    MOVE SPACES TO W-AUD-DEPOIS
                    MOVE W-PAR-TAXA-NOVA TO M-PAR-TAXA
                    STRING "MULTA " DELIMITED BY SIZE
                           M-PAR-TAXA DELIMITED BY SIZE
                           " / MORA " DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    MOVE W-PAR-TAXA2-NOVA TO M-PAR-TAXA
                    MOVE M-PAR-TAXA TO W-AUD-DEPOIS (20:5)
                    PERFORM GRAVA-AUDIT-PARAM
                    DISPLAY MSG39 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> RENOVAÇÂO CADASTRAL: VALIDADE DA REVISÂO, CARENCIA APOS O
            *> LEMBRETE E VALOR DE SAQUE QUE PEDE SUPERVISOR AO PENDENTE
            PARAM-RECADASTRO.
                PERFORM LE-RECADASTRO-PARAM.
                MOVE W-RCD-MESES-VALIDADE TO W-PAR-NUM-ANT.
                MOVE W-RCD-DIAS-CARENCIA TO W-PAR-NUM3-ANT.
                MOVE W-RCD-VALOR-SAQUE TO W-PAR-VALOR-ANT.
                MOVE W-PAR-NUM-ANT TO M-PAR-NUM.
                DISPLAY M-PAR-NUM AT 1419.
                DISPLAY "MESES DE VALIDADE" AT 1424.
                MOVE ZEROS TO W-PAR-NUM-NOVO.
                ACCEPT W-PAR-NUM-NOVO AT 1519 WITH PROMPT AUTO.
                MOVE W-PAR-NUM3-ANT TO M-PAR-NUM.
                DISPLAY "CARENCIA ATUAL (DIAS): " AT 1605.
                DISPLAY M-PAR-NUM AT 1628.
                DISPLAY "CARENCIA NOVA  (DIAS): " AT 1705.
                MOVE ZEROS TO W-PAR-NUM3-NOVO.
                ACCEPT W-PAR-NUM3-NOVO AT 1728 WITH PROMPT AUTO.
                MOVE W-PAR-VALOR-ANT TO M-PAR-VALOR.
                DISPLAY "SAQUE C/ SUPERVISOR ATUAL: " AT 1805.
                DISPLAY M-PAR-VALOR AT 1832.
                DISPLAY "SAQUE C/ SUPERVISOR NOVO : " AT 1905.
                MOVE ZEROS TO W-PAR-VALOR-NOVO.
                ACCEPT W-PAR-VALOR-NOVO AT 1932 WITH PROMPT AUTO.
                IF W-PAR-NUM-NOVO < 1 OR W-PAR-NUM3-NOVO < 1
                    OR W-PAR-VALOR-NOVO NOT > ZEROS
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    OPEN OUTPUT ARQ-RECADASTRO-PARAM
                    MOVE W-PAR-NUM-NOVO TO PRC-MESES-VALIDADE
                    MOVE W-PAR-NUM3-NOVO TO PRC-DIAS-CARENCIA
                    MOVE W-PAR-VALOR-NOVO TO PRC-VALOR-SAQUE
                    WRITE REG-RECADASTRO-PARAM
                    CLOSE ARQ-RECADASTRO-PARAM
                    MOVE "RECADASTRO" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    MOVE W-PAR-VALOR-ANT TO M-PAR-VALOR
                    STRING W-PAR-NUM-ANT DELIMITED BY SIZE
                           " MESES/" DELIMITED BY SIZE
                           W-PAR-NUM3-ANT DELIMITED BY SIZE
                           " DIAS/" DELIMITED BY SIZE
                           M-PAR-VALOR DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    MOVE SPACES TO W-AUD-DEPOIS
                    MOVE W-PAR-VALOR-NOVO TO M-PAR-VALOR
                    STRING W-PAR-NUM-NOVO DELIMITED BY SIZE
                           " MESES/" DELIMITED BY SIZE
                           W-PAR-NUM3-NOVO DELIMITED BY SIZE
                           " DIAS/" DELIMITED BY SIZE
                           M-PAR-VALOR DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    PERFORM GRAVA-AUDIT-PARAM
                    DISPLAY MSG39 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> FLOAT DO CHEQUE DE OUTRO BANCO: VALOR DA FAIXA, DIAS UTEIS
            *> ATE A DISPONIBILIDADE ABAIXO E A PARTIR DELE, E A TARIFA
            *> DO CHEQUE DEVOLVIDO
            PARAM-FLOAT-CHEQUE.
                PERFORM LE-FLOAT-PARAM.
                MOVE W-CDP-VALOR-FAIXA TO W-PAR-VALOR-ANT.
                MOVE W-CDP-DIAS-ABAIXO TO W-PAR-NUM2-ANT.
                MOVE W-CDP-DIAS-ACIMA TO W-PAR-NUM3-ANT.
                MOVE W-CDP-TARIFA-DEVOLUCAO TO W-PAR-TARIFA-ANT.
                MOVE W-PAR-VALOR-ANT TO M-PAR-VALOR.
                DISPLAY M-PAR-VALOR AT 1419.
                DISPLAY "VALOR DA FAIXA" AT 1434.
                MOVE ZEROS TO W-PAR-VALOR-NOVO.
                ACCEPT W-PAR-VALOR-NOVO AT 1519 WITH PROMPT AUTO.
                MOVE W-PAR-NUM2-ANT TO M-PAR-NUM.
                DISPLAY "D+ ABAIXO ATUAL: " AT 1605.
                DISPLAY M-PAR-NUM AT 1622.
                DISPLAY "D+ ABAIXO NOVO : " AT 1705.
                MOVE ZEROS TO W-PAR-NUM2-NOVO.
                ACCEPT W-PAR-NUM2-NOVO AT 1723 WITH PROMPT AUTO.
                MOVE W-PAR-NUM3-ANT TO M-PAR-NUM.
                DISPLAY "D+ ACIMA ATUAL : " AT 1805.
                DISPLAY M-PAR-NUM AT 1822.
                DISPLAY "D+ ACIMA NOVO  : " AT 1905.
                MOVE ZEROS TO W-PAR-NUM3-NOVO.
                ACCEPT W-PAR-NUM3-NOVO AT 1922 WITH PROMPT AUTO.
                MOVE W-PAR-TARIFA-ANT TO M-PAR-TARIFA.
                DISPLAY "TARIFA DEVOL. ATUAL: " AT 1645.
                DISPLAY M-PAR-TARIFA AT 1666.
                DISPLAY "TARIFA DEVOL. NOVA : " AT 1745.
                MOVE ZEROS TO W-PAR-TARIFA-NOVA.
                ACCEPT W-PAR-TARIFA-NOVA AT 1766 WITH PROMPT AUTO.
                IF W-PAR-VALOR-NOVO NOT > ZEROS OR W-PAR-NUM2-NOVO < 1
                    OR W-PAR-NUM3-NOVO < 1 OR W-PAR-NUM3-NOVO > 99
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    OPEN OUTPUT ARQ-FLOAT-PARAM
                    MOVE W-PAR-VALOR-NOVO TO PFL-VALOR-FAIXA
                    MOVE W-PAR-NUM2-NOVO TO PFL-DIAS-ABAIXO
                    MOVE W-PAR-NUM3-NOVO TO PFL-DIAS-ACIMA
                    MOVE W-PAR-TARIFA-NOVA TO PFL-TARIFA-DEVOLUCAO
                    WRITE REG-FLOAT-PARAM
                    CLOSE ARQ-FLOAT-PARAM
                    MOVE "FLOAT CHEQUE" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    MOVE W-PAR-VALOR-ANT TO M-PAR-VALOR
                    MOVE W-PAR-TARIFA-ANT TO M-PAR-TARIFA
                    STRING M-PAR-VALOR DELIMITED BY SIZE
                           " D+" DELIMITED BY SIZE
                           W-PAR-NUM2-ANT DELIMITED BY SIZE
                           "/D+" DELIMITED BY SIZE
                           W-PAR-NUM3-ANT (2:2) DELIMITED BY SIZE
                           " TAR" DELIMITED BY SIZE
                           M-PAR-TARIFA DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    MOVE SPACES TO W-AUD-DEPOIS
                    MOVE W-PAR-VALOR-NOVO TO M-PAR-VALOR
                    MOVE W-PAR-TARIFA-NOVA TO M-PAR-TARIFA
                    STRING M-PAR-VALOR DELIMITED BY SIZE
                           " D+" DELIMITED BY SIZE
                           W-PAR-NUM2-NOVO DELIMITED BY SIZE
                           "/D+" DELIMITED BY SIZE
                           W-PAR-NUM3-NOVO (2:2) DELIMITED BY SIZE
                           " TAR" DELIMITED BY SIZE
                           M-PAR-TARIFA DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    PERFORM GRAVA-AUDIT-PARAM
                    DISPLAY MSG39 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> PERCENTUAL DO SALDO NA DATA DO OBITO BLOQUEADO NA CONTA
            *> CONJUNTA (COTA DO TITULAR FALECIDO), DE 1 A 100
            PARAM-OBITO-CONJUNTA.
                PERFORM LE-OBITO-PARAM.
                MOVE W-OBT-PERC-CONJUNTA TO W-PAR-NUM-ANT.
                MOVE W-PAR-NUM-ANT TO M-PAR-NUM.
                DISPLAY M-PAR-NUM AT 1419.
                MOVE ZEROS TO W-PAR-NUM-NOVO.
                ACCEPT W-PAR-NUM-NOVO AT 1519 WITH PROMPT AUTO.
                IF W-PAR-NUM-NOVO < 1 OR W-PAR-NUM-NOVO > 100
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    OPEN OUTPUT ARQ-OBITO-PARAM
                    MOVE W-PAR-NUM-NOVO TO POB-PERC-CONJUNTA
                    WRITE REG-OBITO-PARAM
                    CLOSE ARQ-OBITO-PARAM
                    MOVE "OBITO COTA" TO W-AUD-CAMPO
                    PERFORM AUDITA-PARAM-NUM
                END-IF.

            *> FORMATA E GRAVA A ENTRADA DE AUDITORIA DE UM PARAMETRO
            *> NUMERICO INTEIRO (ANTES/DEPOIS EM W-PAR-NUM-ANT/NOVO)
            AUDITA-PARAM-NUM.
                       M-PAR-TARIFA DELIMITED BY SIZE
                    INTO W-AUD-DEPOIS.

            *> EDITOR DA TABELA REGRESSIVA DE IR DO CDB, NO MOLDE DA TABELA
            *> DE TARIFAS: PRAZOS CRESCENTES E ALIQUOTA MAIOR QUE ZERO EM
            *> CADA FAIXA (A ULTIMA FAIXA VALE PARA QUALQUER PRAZO ACIMA
            *> DELA); CADA FAIXA QUE MUDOU VAI PARA A TRILHA DE AUDITORIA
            PARAM-IR-CDB.
                DISPLAY CLEAR-SCREEN.
                DISPLAY IR-CDB-PARAM-SCREEN.
                PERFORM CARREGA-TABELA-IR.
                PERFORM EXIBE-TABELA-IR.
                MOVE ZEROS TO W-PAR-QTDE-IR-NOVA.
                ACCEPT W-PAR-QTDE-IR-NOVA AT 1540 WITH PROMPT AUTO.
                IF W-PAR-QTDE-IR-NOVA EQUAL ZEROS
                    CONTINUE
                ELSE
                  IF W-PAR-QTDE-IR-NOVA > 10
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                  ELSE
                    MOVE ZEROS TO W-PAR-DIAS-ANTERIOR-IR
                    MOVE 1 TO W-PAR-FXI
                    PERFORM ACEITA-FAIXA-IR UNTIL W-PAR-FXI > W-PAR-QTDE-IR-NOVA
                    PERFORM GRAVA-TABELA-IR
                    PERFORM AUDITA-TABELA-IR
                    DISPLAY MSG39 AT 2013 FOREGROUND-COLOR IS 2
                  END-IF
                END-IF.

            EXIBE-TABELA-IR.
                MOVE 1 TO W-PAR-FXI.
                PERFORM EXIBE-UMA-FAIXA-IR UNTIL W-PAR-FXI > W-IRC-QTDE.

            EXIBE-UMA-FAIXA-IR.
                COMPUTE W-DISPLAY-POS = (W-PAR-FXI + 3) * 100 + 05.
                DISPLAY W-PAR-FXI AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 7.
                MOVE W-IRC-DIAS-ATE (W-PAR-FXI) TO M-PAR-DIAS.
                DISPLAY M-PAR-DIAS AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 10.
                MOVE W-IRC-ALIQUOTA (W-PAR-FXI) TO M-PAR-TAXA.
                DISPLAY M-PAR-TAXA AT W-DISPLAY-POS.
                ADD 1 TO W-PAR-FXI.

            *> FAIXA INVALIDA (PRAZO NÂO CRESCENTE OU ALIQUOTA ZERADA) E
            *> REDIGITADA SEM AVANÇAR
            ACEITA-FAIXA-IR.
                DISPLAY W-PAR-FXI AT 1611.
                MOVE ZEROS TO W-IRN-DIAS-ATE (W-PAR-FXI).
                ACCEPT W-IRN-DIAS-ATE (W-PAR-FXI) AT 1626 WITH PROMPT AUTO.
                MOVE ZEROS TO W-IRN-ALIQUOTA (W-PAR-FXI).
                ACCEPT W-IRN-ALIQUOTA (W-PAR-FXI) AT 1726 WITH PROMPT AUTO.
                IF W-IRN-DIAS-ATE (W-PAR-FXI) > W-PAR-DIAS-ANTERIOR-IR AND
                   W-IRN-ALIQUOTA (W-PAR-FXI) > ZEROS
                    PERFORM ERROR-BLANK
                    MOVE W-IRN-DIAS-ATE (W-PAR-FXI) TO W-PAR-DIAS-ANTERIOR-IR
                    ADD 1 TO W-PAR-FXI
                ELSE
                    DISPLAY MSG-ERROR-42 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            GRAVA-TABELA-IR.
                OPEN OUTPUT ARQ-IR-CDB-PARAM.
                MOVE 1 TO W-PAR-FXI.
                PERFORM GRAVA-UMA-FAIXA-IR UNTIL W-PAR-FXI > W-PAR-QTDE-IR-NOVA.
                CLOSE ARQ-IR-CDB-PARAM.

            GRAVA-UMA-FAIXA-IR.
                MOVE W-IRN-DIAS-ATE (W-PAR-FXI) TO IRC-DIAS-ATE.
                MOVE W-IRN-ALIQUOTA (W-PAR-FXI) TO IRC-ALIQUOTA.
                WRITE REG-IR-CDB.
                ADD 1 TO W-PAR-FXI.

            AUDITA-TABELA-IR.
                MOVE 1 TO W-PAR-FXI.
                PERFORM AUDITA-UMA-FAIXA-IR
                    UNTIL W-PAR-FXI > W-IRC-QTDE AND
                          W-PAR-FXI > W-PAR-QTDE-IR-NOVA.

            AUDITA-UMA-FAIXA-IR.
                IF W-PAR-FXI > W-PAR-QTDE-IR-NOVA
                    PERFORM FORMATA-FAIXA-IR-CAMPO
                    PERFORM FORMATA-FAIXA-IR-ANT
                    MOVE "REMOVIDA" TO W-AUD-DEPOIS
                    PERFORM GRAVA-AUDIT-PARAM
                ELSE
                  IF W-PAR-FXI > W-IRC-QTDE
                    PERFORM FORMATA-FAIXA-IR-CAMPO
                    MOVE "NOVA" TO W-AUD-ANTES
                    PERFORM FORMATA-FAIXA-IR-NOVA
                    PERFORM GRAVA-AUDIT-PARAM
                  ELSE
                    IF W-IRC-FAIXA (W-PAR-FXI) NOT EQUAL
                       W-IRN-ENTRADA (W-PAR-FXI)
                        PERFORM FORMATA-FAIXA-IR-CAMPO
                        PERFORM FORMATA-FAIXA-IR-ANT
                        PERFORM FORMATA-FAIXA-IR-NOVA
                        PERFORM GRAVA-AUDIT-PARAM
                    END-IF
                  END-IF
                END-IF.
                ADD 1 TO W-PAR-FXI.

            FORMATA-FAIXA-IR-CAMPO.
                MOVE SPACES TO W-AUD-CAMPO.
                STRING "IR CDB FX " DELIMITED BY SIZE
                       W-PAR-FXI DELIMITED BY SIZE
                    INTO W-AUD-CAMPO.

            FORMATA-FAIXA-IR-ANT.
                MOVE W-IRC-DIAS-ATE (W-PAR-FXI) TO M-PAR-DIAS.
                MOVE W-IRC-ALIQUOTA (W-PAR-FXI) TO M-PAR-TAXA.
                MOVE SPACES TO W-AUD-ANTES.
                STRING M-PAR-DIAS DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       M-PAR-TAXA DELIMITED BY SIZE
                    INTO W-AUD-ANTES.

            FORMATA-FAIXA-IR-NOVA.
                MOVE W-IRN-DIAS-ATE (W-PAR-FXI) TO M-PAR-DIAS.
                MOVE W-IRN-ALIQUOTA (W-PAR-FXI) TO M-PAR-TAXA.
                MOVE SPACES TO W-AUD-DEPOIS.
                STRING M-PAR-DIAS DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       M-PAR-TAXA DELIMITED BY SIZE
                    INTO W-AUD-DEPOIS.

            *> CADASTRO DOS PACOTES DE SERVIÇOS: CRIA OU ALTERA O PACOTE
            *> DO CODIGO DIGITADO, COM A MUDANÇA DE MENSALIDADE AUDITADA
            PARAM-PACOTES.
                DISPLAY "CODIGO DO PACOTE : " AT 1405.
                MOVE ZEROS TO PAC-CODIGO.
                ACCEPT PAC-CODIGO AT 1424 WITH PROMPT AUTO.
                IF PAC-CODIGO EQUAL ZEROS

            *> EMISSÂO DE TALÂO: GRAVA A FAIXA DE FOLHAS 'E' (EMITIDAS)
            *> NO REGISTRO DE CHEQUES, CONTINUANDO DA ULTIMA FOLHA JA
            *> EMITIDA PARA A CONTA; SO CONTA CORRENTE ATIVA TEM TALÂO,
            *> E NENHUM TITULAR PODE ESTAR ATIVO NO CCF
            LOOP-TALAO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                        IF TIPO-POUPANCA
                            DISPLAY MSG-ERROR-48 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          PERFORM VERIFICA-CCF-TITULARES
                          IF ACHOU-CCF
                            DISPLAY MSG-ERROR-82 AT 2013 FOREGROUND-COLOR IS 4
                          ELSE
                            DISPLAY W-NOME AT 0515
                            MOVE ZEROS TO W-CHQ-QTDE-FOLHAS
                            ACCEPT W-CHQ-QTDE-FOLHAS AT 0721 WITH PROMPT AUTO
                                MOVE W-CHQ-ULTIMO TO M-CHQ-NUMERO
                                DISPLAY M-CHQ-NUMERO AT 0940
                            END-IF
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                MOVE ZEROS TO CHQ-VALOR.
                MOVE DATE-TIME TO CHQ-DT-EMISSAO.
                MOVE ZEROS TO CHQ-DT-COMPENSACAO.
                MOVE ZEROS TO CHQ-QTDE-DEVOLUCOES.
                MOVE SPACES TO CHQ-MOTIVO-DEV1.
                MOVE ZEROS TO CHQ-DT-DEV1.
                MOVE SPACES TO CHQ-MOTIVO-DEV2.
                MOVE ZEROS TO CHQ-DT-DEV2.
                WRITE REG-CHEQUE INVALID KEY PERFORM FILE-ERROR-WRITE.
                ADD 1 TO W-CHQ-NUMERO.

                                DISPLAY MSG-ERROR-45 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                                MOVE 'S' TO CHQ-STATUS
                                REWRITE REG-CHEQUE INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                                DISPLAY MSG41 AT 2013 FOREGROUND-COLOR IS 2
                            END-IF
                    END-READ

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> TITULAR OU SEGUNDO TITULAR DA CONTA LIDA COM REGISTRO
            *> ATIVO NO CCF LIGA ACHOU-CCF
            VERIFICA-CCF-TITULARES.
                MOVE CPF TO W-CCF-CPF.
                MOVE ZEROS TO W-CCF-CNPJ.
                IF TITULAR-PJ
                    MOVE CNPJ TO W-CCF-CNPJ
                END-IF.
                PERFORM PROCURA-CCF-ATIVO.
                IF NOT ACHOU-CCF AND CPF2 NOT EQUAL ZEROS
                    MOVE CPF2 TO W-CCF-CPF
                    PERFORM PROCURA-CCF-ATIVO
                END-IF.

            *> PRIMEIRO REGISTRO ATIVO DO CPF EM W-CCF-CPF; ACHANDO, ELE
            *> FICA EM REG-CCF. EMPRESA: CPF ZERADO, E O CCF-CNPJ DE CADA
            *> REGISTRO DO PREFIXO PRECISA BATER COM W-CCF-CNPJ (ZEROS
            *> NOS DOIS LADOS PARA PESSOA FISICA)
            PROCURA-CCF-ATIVO.
                MOVE 'N' TO W-CCF-ACHOU.
                MOVE W-CCF-CPF TO CCF-CPF.
                MOVE ZEROS TO CCF-COD-CONTA.
                MOVE ZEROS TO CCF-NUMERO-CHEQUE.
                MOVE ZEROS TO ARQ-CCF-OK.
                START ARQ-CCF KEY IS NOT LESS THAN CCF-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CCF-OK
                END-START.
                PERFORM UNTIL ACHOU-CCF OR ARQ-CCF-OK EQUAL 10
                    READ ARQ-CCF NEXT RECORD AT END MOVE 10 TO ARQ-CCF-OK
                    NOT AT END
                        IF CCF-CPF NOT EQUAL W-CCF-CPF
                            MOVE 10 TO ARQ-CCF-OK
                        ELSE
                            IF CCF-ATIVO AND CCF-CNPJ EQUAL W-CCF-CNPJ
                                MOVE 'S' TO W-CCF-ACHOU
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.

            *> CCF: MOSTRA O PRIMEIRO CHEQUE ATIVO DO CPF E, COM A
            *> REGULARIZAÇÂO CONFIRMADA, EXCLUI; RESTRITA A FUNÇÂO CCFX.
            *> A EXCLUSÂO FICA PENDENTE DE ENVIO AO CADASTRO CENTRAL E
            *> CADA CHEQUE DO CPF E REGULARIZADO EM SEPARADO
            LOOP-CCF.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CCF-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "CCFX" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO M-CPF
                    ACCEPT M-CPF AT 0321 WITH PROMPT AUTO
                    MOVE M-CPF TO W-CCF-CPF
                    MOVE ZEROS TO W-CCF-CNPJ
                    *> CPF ZERADO: EMITENTE EMPRESA, PROCURADO PELO CNPJ
                    IF W-CCF-CPF EQUAL ZEROS
                        DISPLAY "CNPJ          : " AT 0405 FOREGROUND-COLOR IS 2
                        MOVE ZEROS TO M-CNPJ
                        ACCEPT M-CNPJ AT 0421 WITH PROMPT AUTO
                        MOVE M-CNPJ TO W-CCF-CNPJ
                    END-IF
                    IF W-CCF-CPF EQUAL ZEROS AND W-CCF-CNPJ EQUAL ZEROS
                        DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM PROCURA-CCF-ATIVO
                        IF NOT ACHOU-CCF
                            DISPLAY MSG-ERROR-83 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            PERFORM EXCLUI-CCF
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            EXCLUI-CCF.
                DISPLAY CCF-COD-CONTA AT 0521.
                MOVE CCF-NUMERO-CHEQUE TO M-CHQ-NUMERO.
                DISPLAY M-CHQ-NUMERO AT 0621.
                MOVE CCF-VALOR TO M-CCF-VALOR.
                DISPLAY M-CCF-VALOR AT 0721.
                DISPLAY CCF-MOTIVO AT 0821.
                MOVE CCF-INCL-DIA TO W-CCF-EDIT-DIA.
                MOVE CCF-INCL-MES TO W-CCF-EDIT-MES.
                MOVE CCF-INCL-ANO TO W-CCF-EDIT-ANO.
                DISPLAY W-CCF-DATA-EDIT AT 0921.
                MOVE SPACE TO W-CCF-CONFIRMA.
                ACCEPT W-CCF-CONFIRMA AT 1141 WITH PROMPT AUTO.
                IF CONFIRMA-EXCLUSAO-CCF
                    MOVE 'E' TO CCF-STATUS
                    MOVE DATE-TIME TO CCF-DT-EXCLUSAO
                    MOVE W-OPERADOR-ATUAL TO CCF-OPERADOR-EXCLUSAO
                    MOVE 'P' TO CCF-ENVIO-EXCLUSAO
                    REWRITE REG-CCF INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                    *> A AUDITORIA FICA NA CONTA DO CHEQUE DEVOLVIDO
                    MOVE CCF-COD-CONTA TO COD-CONTA
                    MOVE "CCF" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    IF CCF-CPF EQUAL ZEROS
                        STRING "ATIVO CNPJ " DELIMITED BY SIZE
                               CCF-CNPJ DELIMITED BY SIZE
                               " CHEQUE " DELIMITED BY SIZE
                               CCF-NUMERO-CHEQUE DELIMITED BY SIZE
                            INTO W-AUD-ANTES
                    ELSE
                    STRING "ATIVO CPF " DELIMITED BY SIZE
                           CCF-CPF DELIMITED BY SIZE
                           " CHEQUE " DELIMITED BY SIZE
                           CCF-NUMERO-CHEQUE DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    END-IF
                    MOVE "EXCLUIDO APOS REGULARIZACAO" TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                    DISPLAY MSG70 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> CADASTRO DE EMPRESAS (PESSOA JURIDICA) E DOS SEUS
            *> REPRESENTANTES LEGAIS; RESTRITO A FUNÇÂO EMPR. ALTERAR O
            *> NOME FANTASIA OU O CONTATO PROPAGA PARA AS CONTAS DO CNPJ,
            *> COMO A OPÇÂO 18 FAZ PARA O CPF. GRAVAR A EMPRESA E A
            *> REVISÂO CADASTRAL DELA: DATA DE HOJE E SITUAÇÂO EM DIA.
            *> REPRESENTANTE REVOGADO FICA NO ARQUIVO COM STATUS 'R'
            LOOP-EMPRESA.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY EMPRESA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "EMPR" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO M-CNPJ
                    ACCEPT M-CNPJ AT 0321 WITH PROMPT AUTO
                    MOVE M-CNPJ TO W-CNPJ
                    PERFORM ALGORTHM-CNPJ-VERIFICATE
                    IF NOT CNPJ-VALIDO
                        DISPLAY MSG-ERROR-84 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM MANTEM-EMPRESA
                        IF EMPRESA-GRAVADA
                            PERFORM MANTEM-REPRESENTANTE TEST AFTER
                                UNTIL W-CPF EQUAL ZEROS
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            LE-EMPRESA.
                MOVE SPACE TO W-PJ-ACHOU.
                MOVE W-CNPJ TO PJ-CNPJ.
                READ ARQ-EMPRESA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO W-PJ-ACHOU
                END-READ.

            *> EMPRESA JA CADASTRADA MOSTRA OS DADOS ATUAIS PARA ALTERAR;
            *> NOVA NASCE EM BRANCO. SEM NOME FANTASIA, A CONTA LEVA A
            *> RAZÂO SOCIAL
            MANTEM-EMPRESA.
                MOVE 'N' TO W-PJ-GRAVADA.
                PERFORM LE-EMPRESA.
                IF ACHOU-EMPRESA
                    MOVE PJ-NOME-FANTASIA TO W-PJ-ANT-FANTASIA
                    MOVE PJ-EMAIL TO W-PJ-ANT-EMAIL
                    MOVE PJ-TELEFONE TO W-PJ-ANT-TELEFONE
                    PERFORM EXIBE-EMPRESA
                ELSE
                    MOVE W-CNPJ TO PJ-CNPJ
                    MOVE SPACES TO PJ-RAZAO-SOCIAL
                    MOVE SPACES TO PJ-NOME-FANTASIA
                    MOVE ZEROS TO PJ-DT-ABERTURA
                    MOVE SPACES TO PJ-EMAIL
                    MOVE SPACES TO PJ-TELEFONE
                    MOVE SPACES TO PJ-ENDERECO
                    MOVE ZEROS TO PJ-CEP
                    MOVE ZEROS TO PJ-ALCADA-ASSINATURA
                    MOVE ZEROS TO PJ-DT-ULT-REVISAO
                    MOVE 'E' TO PJ-SITUACAO-CADASTRO
                    MOVE ZEROS TO PJ-DT-LEMBRETE
                    PERFORM EXIBE-REVISAO-EMPRESA
                END-IF.

                ACCEPT PJ-RAZAO-SOCIAL AT 0521 WITH PROMPT.
                ACCEPT PJ-NOME-FANTASIA AT 0621 WITH PROMPT.
                MOVE PJ-DT-ABERTURA TO W-PJ-ABERTURA.
                ACCEPT W-PJ-ABERTURA AT 0721 WITH PROMPT AUTO.
                ACCEPT PJ-EMAIL AT 0821 WITH PROMPT.
                ACCEPT PJ-TELEFONE AT 0921 WITH PROMPT.
                ACCEPT PJ-ENDERECO AT 1021 WITH PROMPT.
                ACCEPT PJ-CEP AT 1121 WITH PROMPT AUTO.
                ACCEPT PJ-ALCADA-ASSINATURA AT 1221 WITH PROMPT AUTO.
                IF PJ-NOME-FANTASIA EQUAL SPACES
                    MOVE PJ-RAZAO-SOCIAL TO PJ-NOME-FANTASIA
                END-IF.
                *> A DATA DE ABERTURA PASSA PELA MESMA CONFERENCIA DA
                *> DATA DE NASCIMENTO DO CLIENTE (PLAUSIVEL E NO PASSADO)
                MOVE W-PJ-ABERTURA TO W-RCD-NASCIMENTO.
                PERFORM VALIDA-NASCIMENTO.
                EVALUATE TRUE
                    WHEN PJ-RAZAO-SOCIAL EQUAL SPACES
                        DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN PJ-EMAIL EQUAL SPACES OR PJ-TELEFONE EQUAL SPACES
                        DISPLAY MSG-ERROR-92 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN NOT NASCIMENTO-VALIDO
                        DISPLAY MSG-ERROR-90 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN OTHER
                        MOVE W-PJ-ABERTURA TO PJ-DT-ABERTURA
                        MOVE DATE-TIME TO PJ-DT-ULT-MODIF
                        MOVE DATE-TIME TO PJ-DT-ULT-REVISAO
                        MOVE 'E' TO PJ-SITUACAO-CADASTRO
                        MOVE ZEROS TO PJ-DT-LEMBRETE
                        IF ACHOU-EMPRESA
                            REWRITE REG-EMPRESA INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                            IF PJ-NOME-FANTASIA NOT EQUAL W-PJ-ANT-FANTASIA
                               OR PJ-EMAIL NOT EQUAL W-PJ-ANT-EMAIL
                               OR PJ-TELEFONE NOT EQUAL W-PJ-ANT-TELEFONE
                                PERFORM PROPAGA-EMPRESA-CONTAS
                            END-IF
                        ELSE
                            WRITE REG-EMPRESA INVALID KEY PERFORM FILE-ERROR-WRITE
                        END-IF
                        MOVE 'S' TO W-PJ-GRAVADA
                        DISPLAY MSG71 AT 2013 FOREGROUND-COLOR IS 2
                END-EVALUATE.

            EXIBE-EMPRESA.
                DISPLAY PJ-RAZAO-SOCIAL AT 0521.
                DISPLAY PJ-NOME-FANTASIA AT 0621.
                MOVE PJ-DT-ABERTURA TO W-PJ-ABERTURA.
                DISPLAY W-PJ-ABERTURA AT 0721.
                DISPLAY PJ-EMAIL AT 0821.
                DISPLAY PJ-TELEFONE AT 0921.
                DISPLAY PJ-ENDERECO AT 1021.
                DISPLAY PJ-CEP AT 1121.
                MOVE PJ-ALCADA-ASSINATURA TO M-PJ-ALCADA.
                DISPLAY M-PJ-ALCADA AT 1221.
                PERFORM EXIBE-REVISAO-EMPRESA.

            *> DATA DA ULTIMA REVISÂO DA EMPRESA, COM A SITUAÇÂO MARCADA
            *> PELO JOB CONTA-RECADASTRO
            EXIBE-REVISAO-EMPRESA.
                IF PJ-DT-ULT-REVISAO EQUAL ZEROS
                    MOVE "NUNCA" TO W-RCD-DATA-EDIT
                ELSE
                    MOVE SPACES TO W-RCD-DATA-EDIT
                    STRING PJ-REVISAO-DIA DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           PJ-REVISAO-MES DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           PJ-REVISAO-ANO DELIMITED BY SIZE
                        INTO W-RCD-DATA-EDIT
                END-IF.
                DISPLAY W-RCD-DATA-EDIT AT 1321.
                EVALUATE TRUE
                    WHEN PJ-CADASTRO-PENDENTE
                        DISPLAY "PENDENTE" AT 1333 FOREGROUND-COLOR IS 4
                    WHEN PJ-CADASTRO-VENCIDO
                        DISPLAY "VENCIDA " AT 1333 FOREGROUND-COLOR IS 4
                    WHEN OTHER
                        DISPLAY "EM DIA  " AT 1333 FOREGROUND-COLOR IS 2
                END-EVALUATE.

            *> LEVANTA AS CONTAS DO CNPJ (VARREDURA COMPLETA, O CNPJ NÂO
            *> TEM CHAVE ALTERNATIVA) E REGRAVA CADA UMA COM TRAVA, COMO
            *> O PROPAGA-CLIENTE-CONTAS
            PROPAGA-EMPRESA-CONTAS.
                MOVE ZEROS TO W-QTDE-CONTAS-CPF.
                MOVE ZEROS TO W-QTDE-CONTAS-LISTA.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF TITULAR-PJ AND CNPJ EQUAL W-CNPJ
                           AND W-QTDE-CONTAS-LISTA < 50
                            ADD 1 TO W-QTDE-CONTAS-LISTA
                            MOVE COD-CONTA TO
                                W-CONTA-DO-CPF (W-QTDE-CONTAS-LISTA)
                        END-IF
                    END-READ
                END-PERFORM.
                MOVE 1 TO W-IDX-CONTA-CPF.
                PERFORM ATUALIZA-CONTA-DA-EMPRESA
                    UNTIL W-IDX-CONTA-CPF > W-QTDE-CONTAS-LISTA.

            ATUALIZA-CONTA-DA-EMPRESA.
                MOVE W-CONTA-DO-CPF (W-IDX-CONTA-CPF) TO COD-CONTA.
                PERFORM READ-REG-LOCK.
                IF ARQ-OK NOT EQUAL ZEROS
                    PERFORM MOSTRA-ERRO-LEITURA
                ELSE
                    MOVE PJ-NOME-FANTASIA TO W-NOME
                    MOVE PJ-EMAIL TO W-EMAIL
                    MOVE PJ-TELEFONE TO W-TELEFONE
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'MO' TO W-EXT-TIPO-ATUAL
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    MOVE ZEROS TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    PERFORM SOLTA-TRAVA-REG
                    ADD 1 TO W-QTDE-CONTAS-CPF
                END-IF.
                ADD 1 TO W-IDX-CONTA-CPF.

            *> UM REPRESENTANTE POR VEZ, PELO CPF; ZEROS ENCERRA A TELA
            MANTEM-REPRESENTANTE.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 1441 WITH PROMPT AUTO.
                MOVE M-CPF TO W-CPF.
                IF W-CPF NOT EQUAL ZEROS
                    PERFORM ERROR-BLANK
                    PERFORM ALGORTHM-CPF-VERIFICATE
                    IF W-CPF(10:1) NOT EQUAL W-FIRST-DIGIT OR
                       W-CPF(11:1) NOT EQUAL W-SECOND-DIGIT
                        DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM GRAVA-REPRESENTANTE
                    END-IF
                END-IF.

            *> INCLUI OU ALTERA O REPRESENTANTE DO CPF NA EMPRESA; 'R'
            *> NOS PODERES REVOGA. CPF NA LISTA DE VIGILANCIA NÂO ENTRA
            *> COMO REPRESENTANTE; O NOME VEM DO CADASTRO DE CLIENTES
            *> QUANDO O CPF JA E CLIENTE
            GRAVA-REPRESENTANTE.
                MOVE SPACE TO W-REP-NOVO.
                MOVE W-CNPJ TO REP-CNPJ.
                MOVE W-CPF TO REP-CPF.
                READ ARQ-REPRESENTANTE
                    INVALID KEY MOVE 'S' TO W-REP-NOVO
                END-READ.
                IF REPRESENTANTE-NOVO
                    MOVE W-CNPJ TO REP-CNPJ
                    MOVE W-CPF TO REP-CPF
                    MOVE SPACES TO REP-NOME
                    MOVE 'N' TO REP-PODERES
                    MOVE ZEROS TO REP-LIMITE
                    MOVE ZEROS TO REP-DT-VALIDADE
                    MOVE 'A' TO REP-STATUS
                    PERFORM LE-CLIENTE
                    IF ACHOU-CLIENTE
                        MOVE CLI-NOME TO REP-NOME
                    END-IF
                END-IF.
                MOVE REP-PODERES TO W-REP-PODERES.
                IF REP-REVOGADO
                    MOVE 'R' TO W-REP-PODERES
                END-IF.
                MOVE REP-LIMITE TO M-REP-LIMITE.
                MOVE REP-DT-VALIDADE TO W-REP-VALIDADE.
                DISPLAY REP-NOME AT 1521.
                DISPLAY W-REP-PODERES AT 1621.
                DISPLAY M-REP-LIMITE AT 1721.
                DISPLAY W-REP-VALIDADE AT 1821.

                ACCEPT REP-NOME AT 1521 WITH PROMPT.
                ACCEPT W-REP-PODERES AT 1621 WITH PROMPT AUTO.
                ACCEPT REP-LIMITE AT 1721 WITH PROMPT AUTO.
                ACCEPT W-REP-VALIDADE AT 1821 WITH PROMPT AUTO.
                MOVE W-CPF TO CPF.
                PERFORM VERIFICA-WATCHLIST.
                MOVE ZEROS TO CPF.
                EVALUATE TRUE
                    WHEN REP-NOME EQUAL SPACES
                        DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN NOT REP-PODERES-VALIDOS
                        DISPLAY MSG-ERROR-89 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN REP-REVOGA AND REPRESENTANTE-NOVO
                        DISPLAY MSG-ERROR-91 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN W-REP-VALIDADE NOT EQUAL ZEROS AND
                         (W-REP-VALIDADE-MES < 1 OR W-REP-VALIDADE-MES > 12
                          OR W-REP-VALIDADE-DIA < 1 OR W-REP-VALIDADE-DIA > 31
                          OR W-REP-VALIDADE < DATE-TIME)
                        DISPLAY MSG-ERROR-90 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN NOT REP-REVOGA AND CPF-VIGIADO
                        DISPLAY MSG-ERROR-87 AT 2013 FOREGROUND-COLOR IS 4
                    WHEN OTHER
                        IF REP-REVOGA
                            MOVE 'R' TO REP-STATUS
                        ELSE
                            MOVE W-REP-PODERES TO REP-PODERES
                            MOVE 'A' TO REP-STATUS
                        END-IF
                        MOVE W-REP-VALIDADE TO REP-DT-VALIDADE
                        MOVE W-OPERADOR-ATUAL TO REP-OPERADOR
                        IF REPRESENTANTE-NOVO
                            MOVE DATE-TIME TO REP-DT-INCLUSAO
                            WRITE REG-REPRESENTANTE INVALID KEY PERFORM FILE-ERROR-WRITE
                        ELSE
                            REWRITE REG-REPRESENTANTE INVALID KEY PERFORM FILE-ERROR-MODIFY
                        END-IF
                        IF REP-REVOGA
                            DISPLAY MSG73 AT 2013 FOREGROUND-COLOR IS 2
                        ELSE
                            DISPLAY MSG72 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                END-EVALUATE.

            *> REPRESENTANTES DO CNPJ EM W-CNPJ: QUANTOS PODEM ASSINAR
            *> HOJE E SE ALGUM ATIVO ESTA NA LISTA DE VIGILANCIA
            CONFERE-REPRESENTANTES.
                MOVE ZEROS TO W-REP-QTDE-PODERES.
                MOVE SPACE TO W-REP-VIGIADO.
                MOVE W-CNPJ TO REP-CNPJ.
                MOVE ZEROS TO REP-CPF.
                START ARQ-REPRESENTANTE KEY IS NOT LESS THAN REP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-REP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-REP-OK
                END-START.
                PERFORM UNTIL ARQ-REP-OK EQUAL 10
                    READ ARQ-REPRESENTANTE NEXT RECORD AT END MOVE 10 TO ARQ-REP-OK
                    NOT AT END
                        IF REP-CNPJ NOT EQUAL W-CNPJ
                            MOVE 10 TO ARQ-REP-OK
                        ELSE
                            PERFORM TESTA-REPRESENTANTE-VALIDO
                            IF REPRESENTANTE-VALIDO
                                ADD 1 TO W-REP-QTDE-PODERES
                            END-IF
                            IF REP-ATIVO
                                MOVE REP-CPF TO CPF
                                PERFORM VERIFICA-WATCHLIST
                                IF CPF-VIGIADO
                                    MOVE 'S' TO W-REP-VIGIADO
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.
                MOVE ZEROS TO CPF.

            *> ASSINA PELA EMPRESA: ATIVO, COM PODERES DE MOVIMENTAÇÂO E
            *> COM O MANDATO EM VIGOR
            TESTA-REPRESENTANTE-VALIDO.
                MOVE 'N' TO W-REP-VALIDO.
                IF REP-ATIVO AND NOT REP-SEM-PODERES
                   AND (REP-DT-VALIDADE EQUAL ZEROS
                        OR REP-DT-VALIDADE NOT < DATE-TIME)
                    MOVE 'S' TO W-REP-VALIDO
                END-IF.

            *> CONSULTA DO CATALOGO DE RELATORIOS: LISTA AS ENTRADAS QUE
            *> BATEM COM O FILTRO DE JOB E/OU DATA E EXIBE NA TELA O
            *> RELATORIO DATADO ESCOLHIDO — A EVIDENCIA DE UMA SEMANA
            *> CONTRATAÇÂO DE EMPRESTIMO: CALCULA A PARCELA FIXA PELA
            *> TABELA PRICE, GRAVA O CONTRATO, CREDITA O PRINCIPAL NA
            *> CONTA ('EM' NO EXTRATO, SOB INTENÇÂO COMO TODA OPERAÇÂO DE
            *> SALDO) E IMPRIME O PLANO DE AMORTIZAÇÂO. COM MATRICULA DA
            *> FOLHA O CONTRATO E CONSIGNADO: A PARCELA SAI DO SALARIO
            *> (DESCONTOS-FOLHA / CONTA-SALARIO), NÂO DO DEBITO EM CONTA
            LOOP-EMPRESTIMO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0423
                        *> PRINCIPAL PRE-APROVADO PELO SCORE DO TITULAR, SO
                        *> COMO REFERENCIA PARA O CAIXA
                        PERFORM CHAVE-SCORE-CONTA
                        PERFORM LE-SCORE-VIGENTE
                        IF SCORE-VIGENTE
                            MOVE SCO-EMPREST-PRE-APROVADO TO M-SCO-EMPREST
                            DISPLAY M-SCO-EMPREST AT 0523
                        ELSE
                            DISPLAY "SEM SCORE VIGENTE" AT 0523
                        END-IF
                        MOVE ZEROS TO W-EMP-PRINCIPAL
                        ACCEPT W-EMP-PRINCIPAL AT 0623 WITH PROMPT AUTO
                        MOVE ZEROS TO W-EMP-TAXA
                        ACCEPT W-EMP-PARCELAS AT 0823 WITH PROMPT AUTO
                        MOVE ZEROS TO W-EMP-DIA
                        ACCEPT W-EMP-DIA AT 0923 WITH PROMPT AUTO
                        MOVE ZEROS TO W-EMP-MATRICULA
                        ACCEPT W-EMP-MATRICULA AT 1023 WITH PROMPT AUTO
                        MOVE 'S' TO W-EMP-VINCULO
                        IF W-EMP-MATRICULA NOT EQUAL ZEROS
                            PERFORM VERIFICA-VINCULO-FOLHA
                        END-IF
                        IF W-EMP-PRINCIPAL NOT > ZEROS OR
                           W-EMP-PARCELAS NOT > ZEROS OR
                           W-EMP-DIA < 1 OR W-EMP-DIA > 31
                            DISPLAY MSG-ERROR-53 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          IF NOT VINCULO-FOLHA-OK
                            DISPLAY MSG-ERROR-98 AT 2013 FOREGROUND-COLOR IS 4
                          ELSE
                            PERFORM CALCULA-PARCELA-PRICE
                            MOVE W-EMP-PARCELA TO M-EMP-PARCELA
                            DISPLAY M-EMP-PARCELA AT 1123
                            PERFORM CREDITA-PRINCIPAL
                            PERFORM IMPRIME-PLANO-AMORTIZACAO
                            DISPLAY MSG44 AT 2013 FOREGROUND-COLOR IS 2
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                PERFORM SOLTA-TRAVA-REG.
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> CONSIGNADO: A MATRICULA TEM DE ESTAR NO CADASTRO DA FOLHA
            *> (FUNCIONARIO-CONTA.DAT) APONTANDO PARA ESTA CONTA, QUE E
            *> ONDE O SALARIO CAI E DE ONDE SAI O RESIDUO QUE A MARGEM
            *> CONSIGNAVEL NÂO COBRIR
            VERIFICA-VINCULO-FOLHA.
                MOVE 'N' TO W-EMP-VINCULO.
                OPEN INPUT ARQ-FUNC-CONTA.
                IF ARQ-FNC-OK EQUAL "00"
                    PERFORM UNTIL ARQ-FNC-OK EQUAL "10"
                        READ ARQ-FUNC-CONTA
                            AT END MOVE "10" TO ARQ-FNC-OK
                            NOT AT END
                                IF FNC-MATRICULA EQUAL W-EMP-MATRICULA
                                    IF FNC-COD-CONTA EQUAL COD-CONTA
                                        MOVE 'S' TO W-EMP-VINCULO
                                    END-IF
                                    MOVE "10" TO ARQ-FNC-OK
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FUNC-CONTA
                END-IF.

            *> PARCELA FIXA DA TABELA PRICE: P*I*(1+I)**N / ((1+I)**N - 1);
            *> TAXA ZERO VIRA DIVISÂO SIMPLES DO PRINCIPAL
            CALCULA-PARCELA-PRICE.
                MOVE 'A' TO EMP-STATUS.
                MOVE DATE-TIME TO EMP-DT-CONTRATACAO.
                MOVE ZEROS TO EMP-DT-ULT-COBRANCA.
                IF W-EMP-MATRICULA NOT EQUAL ZEROS
                    MOVE 'C' TO EMP-TIPO
                ELSE
                    MOVE 'P' TO EMP-TIPO
                END-IF.
                MOVE W-EMP-MATRICULA TO EMP-MATRICULA.
                MOVE ZEROS TO EMP-RESIDUO-FOLHA.
                WRITE REG-EMPRESTIMO INVALID KEY PERFORM FILE-ERROR-WRITE.

            CREDITA-PRINCIPAL.
                       EMP-QTDE-PARCELAS DELIMITED BY SIZE
                    INTO REG-EMP-PLANO.
                WRITE REG-EMP-PLANO.
                IF EMP-CONSIGNADO
                    MOVE SPACES TO REG-EMP-PLANO
                    STRING "  CONSIGNADO EM FOLHA, MATRICULA " DELIMITED BY SIZE
                           EMP-MATRICULA DELIMITED BY SIZE
                           ": PARCELA DESCONTADA NO SALARIO" DELIMITED BY SIZE
                        INTO REG-EMP-PLANO
                    WRITE REG-EMP-PLANO
                END-IF.
                MOVE MONTHS TO W-EMP-VENC-MES.
                MOVE YEARS TO W-EMP-VENC-ANO.
                MOVE 1 TO W-EMP-IDX.
                WRITE REG-EMP-PLANO.
                ADD 1 TO W-EMP-IDX.

            *> APLICAÇÂO EM CDB PRE-FIXADO: A APLICAÇÂO DEBITA O PRINCIPAL
            *> DA CONTA ('AP' NO EXTRATO); O RESGATE, ANTECIPADO OU NO
            *> VENCIMENTO, CREDITA O PRINCIPAL MAIS O RENDIMENTO JA
            *> APROPRIADO PELO JOB CONTA-CDB, DESCONTADO O IR DA TABELA
            *> REGRESSIVA PELO PRAZO DECORRIDO ('RC' NO EXTRATO). AS DUAS
            *> PERNAS CORREM SOB INTENÇÂO COMO TODA OPERAÇÂO DE SALDO
            LOOP-CDB.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CDB-SCREEN.

                MOVE SPACE TO W-ASK.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0323
                    MOVE M-COD-CONTA TO COD-CONTA
                    *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                    IF COD-CONTA NOT EQUAL ZEROS
                        MOVE ZEROS TO W-DV-DIGITADO
                        ACCEPT W-DV-DIGITADO AT 0336 WITH PROMPT AUTO
                        MOVE COD-CONTA TO W-DV-BASE
                        PERFORM VERIFICA-DV-CONTA
                        IF NOT DV-CONFERE
                            MOVE ZEROS TO COD-CONTA
                        END-IF
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      PERFORM TRATA-CONTA-DORMENTE
                      IF NOT CONTA-ATIVA
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0423
                        MOVE W-SALDO TO M-SALDO
                        DISPLAY M-SALDO AT 0523
                        PERFORM LISTA-CDB
                        MOVE SPACE TO W-CDB-ACAO
                        ACCEPT W-CDB-ACAO AT 1434 WITH PROMPT AUTO
                        IF CDB-APLICAR
                            PERFORM APLICA-CDB
                        ELSE
                          IF CDB-RESGATAR
                            PERFORM RESGATA-CDB
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            LISTA-CDB.
                MOVE 7 TO W-LIST-LINE.
                MOVE COD-CONTA TO CDB-COD-CONTA.
                MOVE ZEROS TO CDB-SEQUENCIA.
                START ARQ-CDB KEY IS NOT LESS THAN CDB-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDB-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDB-OK
                END-START.
                PERFORM UNTIL ARQ-CDB-OK EQUAL 10 OR W-LIST-LINE > 12
                    READ ARQ-CDB NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDB-OK
                        NOT AT END
                            IF CDB-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-CDB-OK
                            ELSE
                                PERFORM EXIBE-LINHA-CDB
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-CDB.
                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05.
                MOVE CDB-SEQUENCIA TO M-CDB-SEQ.
                DISPLAY M-CDB-SEQ AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 7.
                MOVE CDB-PRINCIPAL TO M-CDB-VALOR.
                DISPLAY M-CDB-VALOR AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 15.
                MOVE CDB-TAXA-ANUAL TO M-CDB-TAXA.
                DISPLAY M-CDB-TAXA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 7.
                COMPUTE W-CDB-DATA-EXIBE =
                    CDB-VENC-DIA * 1000000 + CDB-VENC-MES * 10000 + CDB-VENC-ANO.
                MOVE W-CDB-DATA-EXIBE TO M-CDB-DATA.
                DISPLAY M-CDB-DATA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 12.
                MOVE CDB-RENDIMENTO-ACUM TO M-CDB-VALOR.
                DISPLAY M-CDB-VALOR AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 15.
                DISPLAY CDB-STATUS AT W-DISPLAY-POS.
                ADD 1 TO W-LIST-LINE.

            *> O PISO DA APLICAÇÂO E O SALDO PROPRIO: O LIMITE DA CONTA
            *> NÂO FINANCIA APLICAÇÂO, E BLOQUEIO JUDICIAL ATIVO SOBE O
            *> PISO PARA A PROPRIA SOMA BLOQUEADA
            APLICA-CDB.
                MOVE ZEROS TO W-CDB-PRINCIPAL.
                ACCEPT W-CDB-PRINCIPAL AT 1523 WITH PROMPT AUTO.
                MOVE ZEROS TO W-CDB-TAXA.
                ACCEPT W-CDB-TAXA AT 1623 WITH PROMPT AUTO.
                MOVE ZEROS TO W-CDB-PRAZO.
                ACCEPT W-CDB-PRAZO AT 1723 WITH PROMPT AUTO.
                IF W-CDB-PRINCIPAL NOT > ZEROS OR
                   W-CDB-TAXA NOT > ZEROS OR
                   W-CDB-PRAZO < 1
                    DISPLAY MSG-ERROR-54 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE COD-CONTA TO W-BLQ-CONTA
                    PERFORM SOMA-BLOQUEIOS
                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                    PERFORM SOMA-FLOAT-CHEQUES
                    ADD W-SOMA-FLOAT TO W-MIN-SALDO
                    IF (W-SALDO - W-CDB-PRINCIPAL) < W-MIN-SALDO
                        IF W-SOMA-BLOQUEIOS > ZEROS
                            DISPLAY MSG-ERROR-50 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                        END-IF
                    ELSE
                        PERFORM GRAVA-CDB
                        PERFORM DEBITA-APLICACAO-CDB
                        DISPLAY MSG45 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                END-IF.

            *> GRAVA A APLICAÇÂO COM A PROXIMA SEQUENCIA DA CONTA; O
            *> VENCIMENTO E A DATA CORRIDA DO PRAZO (CAINDO EM DIA NÂO UTIL,
            *> O JOB CREDITA NO DIA UTIL SEGUINTE) E A APROPRIAÇÂO COMEÇA
            *> NO PRIMEIRO DIA UTIL DEPOIS DA APLICAÇÂO. A INTENÇÂO 'AP',
            *> COM A SEQUENCIA DA APLICAÇÂO, VAI PARA O DIARIO ANTES DA
            *> GRAVAÇÂO: UMA QUEDA ANTES DO DEBITO DEIXA O CONTA-RECUPERA
            *> APAGAR A APLICAÇÂO QUE FICOU SEM DINHEIRO
            GRAVA-CDB.
                MOVE COD-CONTA TO CDB-COD-CONTA.
                MOVE 999999 TO CDB-SEQUENCIA.
                START ARQ-CDB KEY IS NOT GREATER THAN CDB-CHAVE
                    INVALID KEY MOVE 1 TO W-CDB-SEQ
                    NOT INVALID KEY
                        READ ARQ-CDB NEXT RECORD AT END MOVE 1 TO W-CDB-SEQ
                        NOT AT END
                            IF CDB-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO CDB-SEQUENCIA GIVING W-CDB-SEQ
                            ELSE
                                MOVE 1 TO W-CDB-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE 'AP' TO W-INT-TIPO.
                MOVE COD-CONTA TO W-INT-CONTA-ORIGEM.
                MOVE ZEROS TO W-INT-CONTA-DESTINO.
                MOVE W-CDB-PRINCIPAL TO W-INT-VALOR.
                MOVE W-SALDO TO W-INT-SALDO-ANTES.
                MOVE W-CDB-SEQ TO W-INT-CDB-SEQ.
                PERFORM GRAVA-INTENCAO.
                MOVE COD-CONTA TO CDB-COD-CONTA.
                MOVE W-CDB-SEQ TO CDB-SEQUENCIA.
                MOVE W-CDB-PRINCIPAL TO CDB-PRINCIPAL.
                MOVE W-CDB-TAXA TO CDB-TAXA-ANUAL.
                MOVE 'A' TO CDB-STATUS.
                MOVE DATE-TIME TO CDB-DT-APLICACAO.
                COMPUTE W-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-CDB-DATA-NUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(W-HOJE-NUM) + W-CDB-PRAZO).
                MOVE W-CDB-DATA-NUM TO CDB-DT-VENCIMENTO.
                MOVE ZEROS TO CDB-RENDIMENTO-ACUM.
                MOVE DATE-TIME TO CDB-DT-ULT-APROPRIACAO.
                MOVE ZEROS TO CDB-IR-RETIDO.
                MOVE ZEROS TO CDB-VALOR-RESGATE.
                MOVE ZEROS TO CDB-DT-RESGATE.
                WRITE REG-CDB INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> DEBITO DO PRINCIPAL DENTRO DA INTENÇÂO ABERTA PELO GRAVA-CDB
            DEBITA-APLICACAO-CDB.
                MOVE W-SALDO TO EXT-SALDO-ANTERIOR.
                SUBTRACT W-CDB-PRINCIPAL FROM W-SALDO.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                PERFORM MODIFY-REG.
                MOVE 'AP' TO W-EXT-TIPO-ATUAL.
                MOVE W-CDB-PRINCIPAL TO EXT-VALOR.
                MOVE "APLICACAO CDB" TO W-EXT-DESCRICAO-MOV.
                MOVE 97 TO W-EXT-CATEGORIA-MOV.
                PERFORM GRAVA-EXTRATO.
                PERFORM CONCLUI-INTENCAO.

            RESGATA-CDB.
                MOVE ZEROS TO W-CDB-SEQ-RESGATE.
                ACCEPT W-CDB-SEQ-RESGATE AT 1823 WITH PROMPT AUTO.
                MOVE COD-CONTA TO CDB-COD-CONTA.
                MOVE W-CDB-SEQ-RESGATE TO CDB-SEQUENCIA.
                READ ARQ-CDB
                    INVALID KEY
                        DISPLAY MSG-ERROR-55 AT 2013 FOREGROUND-COLOR IS 4
                    NOT INVALID KEY
                        IF NOT CDB-ATIVO
                            DISPLAY MSG-ERROR-55 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            PERFORM CALCULA-IR-CDB
                            *> A INTENÇÂO 'RC' ABRE ANTES DE A APLICAÇÂO
                            *> SAIR COMO RESGATADA: UMA QUEDA ANTES DO
                            *> CREDITO DEIXA O CONTA-RECUPERA REATIVA-LA
                            MOVE 'RC' TO W-INT-TIPO
                            MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                            MOVE ZEROS TO W-INT-CONTA-DESTINO
                            MOVE W-CDB-LIQUIDO TO W-INT-VALOR
                            MOVE W-SALDO TO W-INT-SALDO-ANTES
                            MOVE CDB-SEQUENCIA TO W-INT-CDB-SEQ
                            PERFORM GRAVA-INTENCAO
                            MOVE 'R' TO CDB-STATUS
                            MOVE W-CDB-IR TO CDB-IR-RETIDO
                            MOVE W-CDB-LIQUIDO TO CDB-VALOR-RESGATE
                            MOVE DATE-TIME TO CDB-DT-RESGATE
                            REWRITE REG-CDB INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                            PERFORM CREDITA-RESGATE-CDB
                            MOVE W-CDB-IR TO M-CDB-VALOR
                            DISPLAY M-CDB-VALOR AT 1758
                            MOVE W-CDB-LIQUIDO TO M-CDB-VALOR
                            DISPLAY M-CDB-VALOR AT 1858
                            DISPLAY MSG46 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                END-READ.

            *> IR SOBRE O RENDIMENTO JA APROPRIADO, NA ALIQUOTA DA MENOR
            *> FAIXA CUJO PRAZO COBRE OS DIAS CORRIDOS DESDE A APLICAÇÂO
            *> (ACIMA DA ULTIMA FAIXA VALE A ULTIMA ALIQUOTA)
            CALCULA-IR-CDB.
                PERFORM CARREGA-TABELA-IR.
                MOVE CDB-DT-APLICACAO TO W-CDB-DATA-NUM.
                COMPUTE W-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-CDB-DIAS-APLICADO =
                    FUNCTION INTEGER-OF-DATE(W-HOJE-NUM) -
                    FUNCTION INTEGER-OF-DATE(W-CDB-DATA-NUM).
                MOVE W-IRC-ALIQUOTA (W-IRC-QTDE) TO W-CDB-ALIQUOTA.
                MOVE W-IRC-QTDE TO W-IRC-IDX.
                PERFORM PROCURA-FAIXA-IR UNTIL W-IRC-IDX EQUAL ZEROS.
                COMPUTE W-CDB-IR ROUNDED =
                    CDB-RENDIMENTO-ACUM * W-CDB-ALIQUOTA / 100.
                COMPUTE W-CDB-LIQUIDO =
                    CDB-PRINCIPAL + CDB-RENDIMENTO-ACUM - W-CDB-IR.

            PROCURA-FAIXA-IR.
                IF W-CDB-DIAS-APLICADO NOT > W-IRC-DIAS-ATE (W-IRC-IDX)
                    MOVE W-IRC-ALIQUOTA (W-IRC-IDX) TO W-CDB-ALIQUOTA
                END-IF.
                SUBTRACT 1 FROM W-IRC-IDX.

            CARREGA-TABELA-IR.
                MOVE ZEROS TO W-IRC-QTDE.
                OPEN INPUT ARQ-IR-CDB-PARAM.
                IF ARQ-PIR-OK EQUAL "00"
                    PERFORM UNTIL ARQ-PIR-OK EQUAL "10" OR W-IRC-QTDE EQUAL 10
                        READ ARQ-IR-CDB-PARAM
                            AT END MOVE "10" TO ARQ-PIR-OK
                            NOT AT END
                                ADD 1 TO W-IRC-QTDE
                                MOVE IRC-DIAS-ATE TO W-IRC-DIAS-ATE (W-IRC-QTDE)
                                MOVE IRC-ALIQUOTA TO W-IRC-ALIQUOTA (W-IRC-QTDE)
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-IR-CDB-PARAM
                END-IF.
                *> SEM O ARQUIVO VALE A TABELA REGRESSIVA PADRÂO
                IF W-IRC-QTDE EQUAL ZEROS
                    MOVE 4 TO W-IRC-QTDE
                    MOVE 180 TO W-IRC-DIAS-ATE (1)
                    MOVE 22,50 TO W-IRC-ALIQUOTA (1)
                    MOVE 360 TO W-IRC-DIAS-ATE (2)
                    MOVE 20,00 TO W-IRC-ALIQUOTA (2)
                    MOVE 720 TO W-IRC-DIAS-ATE (3)
                    MOVE 17,50 TO W-IRC-ALIQUOTA (3)
                    MOVE 9999 TO W-IRC-DIAS-ATE (4)
                    MOVE 15,00 TO W-IRC-ALIQUOTA (4)
                END-IF.

            *> CREDITO DO LIQUIDO DENTRO DA INTENÇÂO ABERTA NO RESGATA-CDB
            CREDITA-RESGATE-CDB.
                MOVE W-SALDO TO EXT-SALDO-ANTERIOR.
                ADD W-CDB-LIQUIDO TO W-SALDO.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                PERFORM MODIFY-REG.
                MOVE 'RC' TO W-EXT-TIPO-ATUAL.
                MOVE W-CDB-LIQUIDO TO EXT-VALOR.
                MOVE "RESGATE CDB" TO W-EXT-DESCRICAO-MOV.
                MOVE 97 TO W-EXT-CATEGORIA-MOV.
                PERFORM GRAVA-EXTRATO.
                PERFORM CONCLUI-INTENCAO.

            *> CARTÔES DE DEBITO DA CONTA: EMISSÂO, BLOQUEIO (PERDA, ROUBO,
            *> SUSPEITA) E SUBSTITUIÇÂO, QUE APOSENTA O CARTÂO ANTIGO E
            *> EMITE OUTRO NUMERO PARA A MESMA CONTA. CADA MUDANÇA VAI PARA
            *> A TRILHA DE AUDITORIA DA CONTA
            LOOP-CARTAO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CARTAO-SCREEN.

                MOVE SPACE TO W-ASK.
                ACCEPT M-COD-CONTA AT 0323.
                MOVE M-COD-CONTA TO COD-CONTA.
                *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                IF COD-CONTA NOT EQUAL ZEROS
                    MOVE ZEROS TO W-DV-DIGITADO
                    ACCEPT W-DV-DIGITADO AT 0336 WITH PROMPT AUTO
                    MOVE COD-CONTA TO W-DV-BASE
                    PERFORM VERIFICA-DV-CONTA
                    IF NOT DV-CONFERE
                        MOVE ZEROS TO COD-CONTA
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      DISPLAY W-NOME AT 0423
                      PERFORM LISTA-CARTOES
                      MOVE SPACE TO W-CRT-ACAO
                      ACCEPT W-CRT-ACAO AT 1446 WITH PROMPT AUTO
                      EVALUATE TRUE
                          WHEN CRT-EMITIR
                              *> CARTÂO NOVO SO PARA CONTA ATIVA; BLOQUEAR
                              *> CONTINUA POSSIVEL EM QUALQUER SITUAÇÂO
                              IF NOT CONTA-ATIVA
                                  PERFORM MOSTRA-ERRO-STATUS
                              ELSE
                                  PERFORM EMITE-CARTAO
                                  DISPLAY MSG47 AT 2013 FOREGROUND-COLOR IS 2
                              END-IF
                          WHEN CRT-BLOQUEAR
                              PERFORM BLOQUEIA-CARTAO
                          WHEN CRT-SUBSTITUIR
                              IF NOT CONTA-ATIVA
                                  PERFORM MOSTRA-ERRO-STATUS
                              ELSE
                                  PERFORM SUBSTITUI-CARTAO
                              END-IF
                      END-EVALUATE
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> O CADASTRO E PELO NUMERO DO CARTÂO (O QUE CHEGA DA REDE);
            *> OS CARTÔES DA CONTA SAEM DE UMA VARREDURA DO ARQUIVO
            LISTA-CARTOES.
                MOVE 7 TO W-LIST-LINE.
                MOVE ZEROS TO CRT-NUMERO.
                START ARQ-CARTAO KEY IS NOT LESS THAN CRT-NUMERO
                    INVALID KEY MOVE 10 TO ARQ-CRT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CRT-OK
                END-START.
                PERFORM UNTIL ARQ-CRT-OK EQUAL 10 OR W-LIST-LINE > 12
                    READ ARQ-CARTAO NEXT RECORD
                        AT END MOVE 10 TO ARQ-CRT-OK
                        NOT AT END
                            IF CRT-COD-CONTA EQUAL COD-CONTA
                                PERFORM EXIBE-LINHA-CARTAO
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-CARTAO.
                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05.
                DISPLAY CRT-NUMERO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 19.
                COMPUTE W-CRT-VALIDADE-EXIBE =
                    CRT-VALIDADE-MES * 10000 + CRT-VALIDADE-ANO.
                MOVE W-CRT-VALIDADE-EXIBE TO M-CRT-VALIDADE.
                DISPLAY M-CRT-VALIDADE AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 10.
                DISPLAY CRT-STATUS AT W-DISPLAY-POS.
                ADD 1 TO W-LIST-LINE.

            *> EMITE UM CARTÂO ATIVO PARA A CONTA NA TELA, VALIDO ATE O
            *> MESMO MES DAQUI A CINCO ANOS; O NUMERO GERADO VAI EM
            *> W-CRT-NOVO E APARECE PARA O CAIXA ENTREGAR AO CLIENTE
            EMITE-CARTAO.
                PERFORM GERA-NUMERO-CARTAO.
                MOVE W-CRT-NOVO TO CRT-NUMERO.
                MOVE COD-CONTA TO CRT-COD-CONTA.
                MOVE 'A' TO CRT-STATUS.
                COMPUTE CRT-VALIDADE-ANO = YEARS + 5.
                MOVE MONTHS TO CRT-VALIDADE-MES.
                MOVE DATE-TIME TO CRT-DT-EMISSAO.
                MOVE ZEROS TO CRT-DT-STATUS.
                MOVE ZEROS TO CRT-NUMERO-SUBSTITUTO.
                MOVE W-OPERADOR-ATUAL TO CRT-OPERADOR.
                WRITE REG-CARTAO INVALID KEY PERFORM FILE-ERROR-WRITE.
                DISPLAY W-CRT-NOVO AT 1623.
                MOVE "CARTAO" TO W-AUD-CAMPO.
                MOVE SPACES TO W-AUD-ANTES.
                MOVE SPACES TO W-AUD-DEPOIS.
                STRING W-CRT-NOVO DELIMITED BY SIZE
                       " EMITIDO" DELIMITED BY SIZE
                    INTO W-AUD-DEPOIS.
                PERFORM GRAVA-ENTRADA-AUDIT.

            *> PROXIMA SEQUENCIA DEPOIS DO MAIOR NUMERO JA EMITIDO DO BIN
            *> E O DV DE LUHN, QUE O TERMINAL DA REDE CONFERE NA LEITURA
            GERA-NUMERO-CARTAO.
                COMPUTE CRT-NUMERO = W-CRT-BIN * 10000000000 + 9999999999.
                START ARQ-CARTAO KEY IS NOT GREATER THAN CRT-NUMERO
                    INVALID KEY MOVE 1 TO W-CRT-SEQ
                    NOT INVALID KEY
                        READ ARQ-CARTAO NEXT RECORD AT END MOVE 1 TO W-CRT-SEQ
                        NOT AT END
                            IF CRT-NUMERO (1:6) EQUAL W-CRT-BIN
                                MOVE CRT-NUMERO (7:9) TO W-CRT-SEQ
                                ADD 1 TO W-CRT-SEQ
                            ELSE
                                MOVE 1 TO W-CRT-SEQ
                            END-IF
                        END-READ
                END-START.
                COMPUTE W-CRT-BASE = W-CRT-BIN * 1000000000 + W-CRT-SEQ.
                MOVE ZEROS TO W-CRT-SOMA.
                MOVE 'S' TO W-CRT-DOBRA.
                MOVE 15 TO W-CRT-IDX.
                PERFORM SOMA-LUHN-CARTAO UNTIL W-CRT-IDX < 1.
                COMPUTE W-CRT-DV = FUNCTION MOD(10 - FUNCTION MOD(W-CRT-SOMA, 10), 10).
                COMPUTE W-CRT-NOVO = W-CRT-BASE * 10 + W-CRT-DV.

            *> LUHN: DA DIREITA PARA A ESQUERDA, DOBRA UM DIGITO SIM OUTRO
            *> NÂO, COMEÇANDO PELO VIZINHO DO DV; DOBRO ACIMA DE 9 PERDE 9
            SOMA-LUHN-CARTAO.
                MOVE W-CRT-BASE (W-CRT-IDX:1) TO W-CRT-DIGITO.
                IF CRT-DOBRA-DIGITO
                    COMPUTE W-CRT-DIGITO = W-CRT-DIGITO * 2
                    IF W-CRT-DIGITO > 9
                        SUBTRACT 9 FROM W-CRT-DIGITO
                    END-IF
                    MOVE 'N' TO W-CRT-DOBRA
                ELSE
                    MOVE 'S' TO W-CRT-DOBRA
                END-IF.
                ADD W-CRT-DIGITO TO W-CRT-SOMA.
                SUBTRACT 1 FROM W-CRT-IDX.

            *> LE O CARTÂO DIGITADO E CONFERE QUE E DA CONTA NA TELA
            LE-CARTAO-DA-CONTA.
                MOVE 'N' TO W-CRT-ACHOU.
                MOVE ZEROS TO W-CRT-NUMERO.
                ACCEPT W-CRT-NUMERO AT 1523 WITH PROMPT AUTO.
                MOVE W-CRT-NUMERO TO CRT-NUMERO.
                READ ARQ-CARTAO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF CRT-COD-CONTA EQUAL COD-CONTA
                            MOVE 'S' TO W-CRT-ACHOU
                        END-IF
                END-READ.
                IF NOT CRT-DA-CONTA
                    DISPLAY MSG-ERROR-56 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            BLOQUEIA-CARTAO.
                PERFORM LE-CARTAO-DA-CONTA.
                IF CRT-DA-CONTA
                    IF NOT CRT-ATIVO
                        DISPLAY MSG-ERROR-57 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        MOVE 'B' TO CRT-STATUS
                        MOVE DATE-TIME TO CRT-DT-STATUS
                        MOVE W-OPERADOR-ATUAL TO CRT-OPERADOR
                        REWRITE REG-CARTAO INVALID KEY PERFORM FILE-ERROR-WRITE
                        END-REWRITE
                        MOVE "CARTAO" TO W-AUD-CAMPO
                        MOVE SPACES TO W-AUD-ANTES
                        STRING W-CRT-NUMERO DELIMITED BY SIZE
                               " ATIVO" DELIMITED BY SIZE
                            INTO W-AUD-ANTES
                        MOVE SPACES TO W-AUD-DEPOIS
                        STRING W-CRT-NUMERO DELIMITED BY SIZE
                               " BLOQUEADO" DELIMITED BY SIZE
                            INTO W-AUD-DEPOIS
                        PERFORM GRAVA-ENTRADA-AUDIT
                        DISPLAY MSG48 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                END-IF.

            *> SUBSTITUIÇÂO (2A VIA, CARTÂO DANIFICADO OU BLOQUEADO POR
            *> PERDA): O ANTIGO VIRA 'S' APONTANDO PARA O NOVO E PARA DE
            *> SACAR NA REDE; CARTÂO JA SUBSTITUIDO NÂO E SUBSTITUIDO DE NOVO
            SUBSTITUI-CARTAO.
                PERFORM LE-CARTAO-DA-CONTA.
                IF CRT-DA-CONTA
                    IF CRT-SUBSTITUIDO
                        DISPLAY MSG-ERROR-57 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM EMITE-CARTAO
                        MOVE W-CRT-NUMERO TO CRT-NUMERO
                        READ ARQ-CARTAO INVALID KEY PERFORM FILE-ERROR-WRITE
                        END-READ
                        MOVE 'S' TO CRT-STATUS
                        MOVE DATE-TIME TO CRT-DT-STATUS
                        MOVE W-CRT-NOVO TO CRT-NUMERO-SUBSTITUTO
                        MOVE W-OPERADOR-ATUAL TO CRT-OPERADOR
                        REWRITE REG-CARTAO INVALID KEY PERFORM FILE-ERROR-WRITE
                        END-REWRITE
                        MOVE "CARTAO" TO W-AUD-CAMPO
                        MOVE SPACES TO W-AUD-ANTES
                        STRING W-CRT-NUMERO DELIMITED BY SIZE
                               " SUBSTITUIDO" DELIMITED BY SIZE
                            INTO W-AUD-ANTES
                        MOVE SPACES TO W-AUD-DEPOIS
                        STRING W-CRT-NOVO DELIMITED BY SIZE
                               " NOVO" DELIMITED BY SIZE
                            INTO W-AUD-DEPOIS
                        PERFORM GRAVA-ENTRADA-AUDIT
                        DISPLAY MSG49 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                END-IF.

            *> PAGAMENTO DE BOLETO NO CAIXA CONTRA O SALDO DA CONTA: A
            *> LINHA DIGITAVEL E CONFERIDA PELOS DV (MODULO 10 DOS CAMPOS
            *> E MODULO 10/11 DO DV GERAL), O VENCIMENTO E O VALOR SAEM
            *> DO PROPRIO CODIGO E O VENCIDO PAGA MULTA E MORA. O DEBITO
            *> SAI COMO 'BL' COM COMPROVANTE; O PAGAMENTO FICA EM
            *> ARQ-BOLETO PARA A REMESSA NOTURNA AO BANCO FAVORECIDO
            LOOP-BOLETO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY BOLETO-SCREEN.

                MOVE SPACE TO W-ASK.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0322
                    MOVE M-COD-CONTA TO COD-CONTA
                    *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                    IF COD-CONTA NOT EQUAL ZEROS
                        MOVE ZEROS TO W-DV-DIGITADO
                        ACCEPT W-DV-DIGITADO AT 0336 WITH PROMPT AUTO
                        MOVE COD-CONTA TO W-DV-BASE
                        PERFORM VERIFICA-DV-CONTA
                        IF NOT DV-CONFERE
                            MOVE ZEROS TO COD-CONTA
                        END-IF
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      PERFORM TRATA-CONTA-DORMENTE
                      IF NOT CONTA-ATIVA
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0422
                        MOVE W-SALDO TO M-SALDO
                        DISPLAY M-SALDO AT 0522
                        MOVE SPACES TO W-BOL-LINHA
                        ACCEPT W-BOL-LINHA AT 0722 WITH PROMPT
                        PERFORM DECODIFICA-LINHA-BOLETO
                        IF LINHA-INVALIDA
                            DISPLAY MSG-ERROR-58 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          IF NOT BOL-DV-CONFERE
                            DISPLAY MSG-ERROR-59 AT 2013 FOREGROUND-COLOR IS 4
                          ELSE
                            PERFORM EXIBE-DADOS-BOLETO
                            *> BOLETO SEM VALOR IMPRESSO (VALOR LIVRE): O
                            *> CAIXA DIGITA O VALOR DO DOCUMENTO
                            IF W-BOL-VALOR-DOC EQUAL ZEROS
                                ACCEPT W-BOL-VALOR-DOC AT 1122 WITH PROMPT AUTO
                            END-IF
                            IF W-BOL-VALOR-DOC NOT > ZEROS
                                DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                                PERFORM CALCULA-ENCARGOS-BOLETO
                                MOVE W-BOL-ENCARGOS TO M-BOL-VALOR
                                DISPLAY M-BOL-VALOR AT 1222
                                MOVE W-BOL-TOTAL TO M-BOL-VALOR
                                DISPLAY M-BOL-VALOR AT 1322
                                MOVE SPACE TO W-BOL-CONFIRMA
                                ACCEPT W-BOL-CONFIRMA AT 1533 WITH PROMPT AUTO
                                IF BOL-CONFIRMADO
                                    *> TITULAR FALECIDO: A TENTATIVA FICA
                                    *> REGISTRADA
                                    MOVE 'BL' TO W-OBT-MOV-TIPO
                                    MOVE W-BOL-TOTAL TO W-OBT-MOV-VALOR
                                    PERFORM VERIFICA-OBITO-CONTA-LIDA
                                    PERFORM DEBITA-BOLETO
                                END-IF
                            END-IF
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> 47 DIGITOS = BOLETO BANCARIO; 48 INICIANDO POR 8 =
            *> ARRECADAÇÂO (CONCESSIONARIA, TRIBUTO). QUALQUER OUTRA
            *> COISA (PONTOS, ESPAÇOS NO MEIO, TAMANHO ERRADO) E RECUSADA
            DECODIFICA-LINHA-BOLETO.
                MOVE 'X' TO W-BOL-TIPO-LINHA.
                MOVE 'N' TO W-BOL-DV-OK.
                MOVE ZEROS TO W-BOL-BANCO.
                MOVE ZEROS TO W-BOL-VENC-NUM.
                MOVE ZEROS TO W-BOL-VALOR-DOC.
                MOVE SPACES TO W-BOL-BARRAS.
                IF W-BOL-LINHA (1:47) IS NUMERIC AND
                   W-BOL-LINHA (48:1) EQUAL SPACE
                    MOVE 'B' TO W-BOL-TIPO-LINHA
                    PERFORM VALIDA-LINHA-BANCARIA
                ELSE
                    IF W-BOL-LINHA IS NUMERIC AND
                       W-BOL-LINHA (1:1) EQUAL '8'
                        MOVE 'A' TO W-BOL-TIPO-LINHA
                        PERFORM VALIDA-LINHA-ARRECADACAO
                    END-IF
                END-IF.

            *> LINHA BANCARIA: CAMPO 1 (1-9, DV EM 10), CAMPO 2 (11-20,
            *> DV EM 21), CAMPO 3 (22-31, DV EM 32), DV GERAL (33), FATOR
            *> DE VENCIMENTO (34-37) E VALOR (38-47). O CODIGO DE BARRAS E
            *> BANCO+MOEDA, DV GERAL, FATOR+VALOR E O CAMPO LIVRE
            VALIDA-LINHA-BANCARIA.
                MOVE 'S' TO W-BOL-DV-OK.
                MOVE SPACES TO W-BOL-CAMPO.
                MOVE W-BOL-LINHA (1:9) TO W-BOL-CAMPO.
                MOVE 9 TO W-BOL-TAM.
                MOVE W-BOL-LINHA (10:1) TO W-BOL-DV-INFORMADO.
                PERFORM CONFERE-MOD10-BOLETO.
                MOVE SPACES TO W-BOL-CAMPO.
                MOVE W-BOL-LINHA (11:10) TO W-BOL-CAMPO.
                MOVE 10 TO W-BOL-TAM.
                MOVE W-BOL-LINHA (21:1) TO W-BOL-DV-INFORMADO.
                PERFORM CONFERE-MOD10-BOLETO.
                MOVE SPACES TO W-BOL-CAMPO.
                MOVE W-BOL-LINHA (22:10) TO W-BOL-CAMPO.
                MOVE W-BOL-LINHA (32:1) TO W-BOL-DV-INFORMADO.
                PERFORM CONFERE-MOD10-BOLETO.
                STRING W-BOL-LINHA (1:4) DELIMITED BY SIZE
                       W-BOL-LINHA (33:15) DELIMITED BY SIZE
                       W-BOL-LINHA (5:5) DELIMITED BY SIZE
                       W-BOL-LINHA (11:10) DELIMITED BY SIZE
                       W-BOL-LINHA (22:10) DELIMITED BY SIZE
                    INTO W-BOL-BARRAS.
                *> DV GERAL: MODULO 11 SOBRE AS 43 POSIÇÔES SEM ELE;
                *> RESULTADO 0, 10 OU 11 VIRA 1
                MOVE SPACES TO W-BOL-CAMPO.
                STRING W-BOL-BARRAS (1:4) DELIMITED BY SIZE
                       W-BOL-BARRAS (6:39) DELIMITED BY SIZE
                    INTO W-BOL-CAMPO.
                MOVE 43 TO W-BOL-TAM.
                MOVE W-BOL-BARRAS (5:1) TO W-BOL-DV-INFORMADO.
                PERFORM CALCULA-MOD11-BOLETO.
                COMPUTE W-BOL-DV-CALC = 11 - W-BOL-RESTO.
                IF W-BOL-DV-CALC > 9 OR W-BOL-DV-CALC EQUAL ZEROS
                    MOVE 1 TO W-BOL-DV-CALC
                END-IF.
                IF W-BOL-DV-CALC NOT EQUAL W-BOL-DV-INFORMADO
                    MOVE 'N' TO W-BOL-DV-OK
                END-IF.
                MOVE W-BOL-BARRAS (1:3) TO W-BOL-BANCO.
                MOVE W-BOL-BARRAS (6:4) TO W-BOL-FATOR.
                MOVE W-BOL-BARRAS (10:10) TO W-BOL-VALOR-BARRAS-X.
                MOVE W-BOL-VALOR-BARRAS TO W-BOL-VALOR-DOC.
                PERFORM DECODIFICA-VENCIMENTO.

            *> LINHA DE ARRECADAÇÂO: QUATRO BLOCOS DE 11 DIGITOS, CADA UM
            *> SEGUIDO DO SEU DV; OS BLOCOS JUNTOS SÂO O CODIGO DE BARRAS.
            *> O TERCEIRO DIGITO DIZ O MODULO DE TODOS OS DV (6/7 = 10,
            *> 8/9 = 11) E O QUARTO E O DV GERAL. AS 11 POSIÇÔES A PARTIR
            *> DA QUINTA SÂO O VALOR EFETIVO EM 6 E 8; EM 7 E 9 SÂO VALOR
            *> DE REFERENCIA (QUANTIDADE, INDICE), QUALQUER DIGITO VALE E
            *> O CAIXA DIGITA O VALOR DO DOCUMENTO. VALOR EFETIVO QUE NÂO
            *> CABE NO SALDO DA CONTA (QUINTA POSIÇÂO DIFERENTE DE ZERO) E
            *> RECUSADO; NÂO HA VENCIMENTO PADRONIZADO
            VALIDA-LINHA-ARRECADACAO.
                STRING W-BOL-LINHA (1:11) DELIMITED BY SIZE
                       W-BOL-LINHA (13:11) DELIMITED BY SIZE
                       W-BOL-LINHA (25:11) DELIMITED BY SIZE
                       W-BOL-LINHA (37:11) DELIMITED BY SIZE
                    INTO W-BOL-BARRAS.
                IF W-BOL-BARRAS (3:1) < '6' OR
                   ((W-BOL-BARRAS (3:1) EQUAL '6' OR W-BOL-BARRAS (3:1) EQUAL '8') AND
                    W-BOL-BARRAS (5:1) NOT EQUAL '0')
                    MOVE 'X' TO W-BOL-TIPO-LINHA
                ELSE
                    MOVE 'S' TO W-BOL-DV-OK
                    MOVE 1 TO W-BOL-BLOCO
                    PERFORM CONFERE-BLOCO-ARRECADACAO UNTIL W-BOL-BLOCO > 4
                    MOVE SPACES TO W-BOL-CAMPO
                    STRING W-BOL-BARRAS (1:3) DELIMITED BY SIZE
                           W-BOL-BARRAS (5:40) DELIMITED BY SIZE
                        INTO W-BOL-CAMPO
                    MOVE 43 TO W-BOL-TAM
                    MOVE W-BOL-BARRAS (4:1) TO W-BOL-DV-INFORMADO
                    PERFORM CONFERE-DV-ARRECADACAO
                    IF W-BOL-BARRAS (3:1) EQUAL '6' OR W-BOL-BARRAS (3:1) EQUAL '8'
                        MOVE W-BOL-BARRAS (5:11) TO W-BOL-VALOR-ARREC-X
                        MOVE W-BOL-VALOR-ARREC TO W-BOL-VALOR-DOC
                    END-IF
                END-IF.

            CONFERE-BLOCO-ARRECADACAO.
                COMPUTE W-BOL-POS = (W-BOL-BLOCO - 1) * 12 + 1.
                MOVE SPACES TO W-BOL-CAMPO.
                MOVE W-BOL-LINHA (W-BOL-POS:11) TO W-BOL-CAMPO.
                MOVE 11 TO W-BOL-TAM.
                ADD 11 TO W-BOL-POS.
                MOVE W-BOL-LINHA (W-BOL-POS:1) TO W-BOL-DV-INFORMADO.
                PERFORM CONFERE-DV-ARRECADACAO.
                ADD 1 TO W-BOL-BLOCO.

            *> NA ARRECADAÇÂO O MODULO 11 DA DV 0 PARA RESTO 0 OU 1
            CONFERE-DV-ARRECADACAO.
                IF W-BOL-BARRAS (3:1) EQUAL '6' OR
                   W-BOL-BARRAS (3:1) EQUAL '7'
                    PERFORM CONFERE-MOD10-BOLETO
                ELSE
                    PERFORM CALCULA-MOD11-BOLETO
                    IF W-BOL-RESTO < 2
                        MOVE ZEROS TO W-BOL-DV-CALC
                    ELSE
                        COMPUTE W-BOL-DV-CALC = 11 - W-BOL-RESTO
                    END-IF
                    IF W-BOL-DV-CALC NOT EQUAL W-BOL-DV-INFORMADO
                        MOVE 'N' TO W-BOL-DV-OK
                    END-IF
                END-IF.

            *> MODULO 10 SOBRE OS W-BOL-TAM DIGITOS DE W-BOL-CAMPO: PESOS
            *> 2 E 1 ALTERNADOS A PARTIR DA DIREITA, PRODUTO ACIMA DE 9
            *> PERDE 9; DV = 10 - RESTO (10 VIRA 0)
            CONFERE-MOD10-BOLETO.
                MOVE ZEROS TO W-BOL-SOMA.
                MOVE 2 TO W-BOL-PESO.
                MOVE W-BOL-TAM TO W-BOL-IDX.
                PERFORM SOMA-MOD10-BOLETO UNTIL W-BOL-IDX < 1.
                COMPUTE W-BOL-DV-CALC = 10 - FUNCTION MOD(W-BOL-SOMA, 10).
                IF W-BOL-DV-CALC EQUAL 10
                    MOVE ZEROS TO W-BOL-DV-CALC
                END-IF.
                IF W-BOL-DV-CALC NOT EQUAL W-BOL-DV-INFORMADO
                    MOVE 'N' TO W-BOL-DV-OK
                END-IF.

            SOMA-MOD10-BOLETO.
                MOVE W-BOL-CAMPO (W-BOL-IDX:1) TO W-BOL-DIGITO.
                COMPUTE W-BOL-DIGITO = W-BOL-DIGITO * W-BOL-PESO.
                IF W-BOL-DIGITO > 9
                    SUBTRACT 9 FROM W-BOL-DIGITO
                END-IF.
                ADD W-BOL-DIGITO TO W-BOL-SOMA.
                IF W-BOL-PESO EQUAL 2
                    MOVE 1 TO W-BOL-PESO
                ELSE
                    MOVE 2 TO W-BOL-PESO
                END-IF.
                SUBTRACT 1 FROM W-BOL-IDX.

            *> MODULO 11 SOBRE OS W-BOL-TAM DIGITOS DE W-BOL-CAMPO: PESOS
            *> 2 A 9 REPETIDOS A PARTIR DA DIREITA; DEVOLVE O RESTO, E
            *> CADA TIPO DE LINHA TEM SUA REGRA PARA CHEGAR AO DV
            CALCULA-MOD11-BOLETO.
                MOVE ZEROS TO W-BOL-SOMA.
                MOVE 2 TO W-BOL-PESO.
                MOVE W-BOL-TAM TO W-BOL-IDX.
                PERFORM SOMA-MOD11-BOLETO UNTIL W-BOL-IDX < 1.
                COMPUTE W-BOL-RESTO = FUNCTION MOD(W-BOL-SOMA, 11).

            SOMA-MOD11-BOLETO.
                MOVE W-BOL-CAMPO (W-BOL-IDX:1) TO W-BOL-DIGITO.
                COMPUTE W-BOL-SOMA = W-BOL-SOMA + W-BOL-DIGITO * W-BOL-PESO.
                IF W-BOL-PESO EQUAL 9
                    MOVE 2 TO W-BOL-PESO
                ELSE
                    ADD 1 TO W-BOL-PESO
                END-IF.
                SUBTRACT 1 FROM W-BOL-IDX.

            *> FATOR = DIAS CORRIDOS DESDE 07/10/1997; ZERO = SEM
            *> VENCIMENTO. O FATOR CHEGOU A 9999 EM 21/02/2025 E
            *> RECOMEÇOU EM 1000: DATA NA BASE ANTIGA MAIS DE 5000 DIAS
            *> ATRAS DE HOJE E DO CICLO NOVO (+9000 DIAS)
            DECODIFICA-VENCIMENTO.
                IF W-BOL-FATOR EQUAL ZEROS
                    MOVE ZEROS TO W-BOL-VENC-NUM
                ELSE
                    COMPUTE W-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS
                    COMPUTE W-BOL-DIA-INT =
                        FUNCTION INTEGER-OF-DATE(19971007) + W-BOL-FATOR
                    IF W-BOL-DIA-INT + 5000 < FUNCTION INTEGER-OF-DATE(W-HOJE-NUM)
                        ADD 9000 TO W-BOL-DIA-INT
                    END-IF
                    COMPUTE W-BOL-VENC-NUM = FUNCTION DATE-OF-INTEGER(W-BOL-DIA-INT)
                END-IF.

            EXIBE-DADOS-BOLETO.
                IF LINHA-BANCARIA
                    DISPLAY "BANCARIO" AT 0822
                    DISPLAY W-BOL-BANCO AT 0922
                ELSE
                    DISPLAY "ARRECADACAO/CONVENIO" AT 0822
                END-IF.
                IF W-BOL-VENC-NUM EQUAL ZEROS
                    DISPLAY "SEM VENCIMENTO" AT 1022
                ELSE
                    MOVE W-BOL-VENC-NUM (7:2) TO W-BOL-VENC-EXIBE (1:2)
                    MOVE W-BOL-VENC-NUM (5:2) TO W-BOL-VENC-EXIBE (3:2)
                    MOVE W-BOL-VENC-NUM (1:4) TO W-BOL-VENC-EXIBE (5:4)
                    MOVE W-BOL-VENC-EXIBE TO M-BOL-VENC
                    DISPLAY M-BOL-VENC AT 1022
                END-IF.
                MOVE W-BOL-VALOR-DOC TO M-BOL-VALOR.
                DISPLAY M-BOL-VALOR AT 1122.

            *> VENCIDO = HOJE DEPOIS DO PRIMEIRO DIA UTIL A PARTIR DO
            *> VENCIMENTO (VENCIMENTO EM FIM DE SEMANA OU FERIADO PAGA SEM
            *> ENCARGO NO DIA UTIL SEGUINTE). AI COBRA MULTA SOBRE O VALOR
            *> E MORA AO MES PRO RATA PELOS DIAS CORRIDOS DESDE O VENCIMENTO
            CALCULA-ENCARGOS-BOLETO.
                MOVE ZEROS TO W-BOL-ENCARGOS.
                IF W-BOL-VENC-NUM > ZEROS
                    COMPUTE W-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS
                    MOVE W-BOL-VENC-NUM TO W-DUT-DATA-NUM
                    PERFORM PROXIMO-DIA-UTIL
                    IF W-HOJE-NUM > W-DUT-DATA-NUM
                        PERFORM LE-BOLETO-PARAM
                        COMPUTE W-BOL-DIAS-ATRASO =
                            FUNCTION INTEGER-OF-DATE(W-HOJE-NUM) -
                            FUNCTION INTEGER-OF-DATE(W-BOL-VENC-NUM)
                        COMPUTE W-BOL-ENCARGOS ROUNDED =
                            W-BOL-VALOR-DOC * W-BOL-MULTA-PCT / 100 +
                            W-BOL-VALOR-DOC * W-BOL-MORA-PCT / 100 / 30 *
                            W-BOL-DIAS-ATRASO
                    END-IF
                END-IF.
                COMPUTE W-BOL-TOTAL = W-BOL-VALOR-DOC + W-BOL-ENCARGOS.

            *> SEM O ARQUIVO DE PARAMETRO VALEM 2% DE MULTA E 1% AO MES
            LE-BOLETO-PARAM.
                MOVE 2,00 TO W-BOL-MULTA-PCT.
                MOVE 1,00 TO W-BOL-MORA-PCT.
                OPEN INPUT ARQ-BOLETO-PARAM.
                IF ARQ-BPA-OK EQUAL "00"
                    READ ARQ-BOLETO-PARAM
                        AT END CONTINUE
                        NOT AT END
                            MOVE BPA-MULTA-PCT TO W-BOL-MULTA-PCT
                            MOVE BPA-MORA-MES-PCT TO W-BOL-MORA-PCT
                    END-READ
                    CLOSE ARQ-BOLETO-PARAM
                END-IF.

            *> SEM O ARQUIVO DE PARAMETRO A REVISÂO VALE 24 MESES, A
            *> CARENCIA E DE 60 DIAS E O SAQUE DO PENDENTE ACIMA DE
            *> 1.000,00 PEDE SUPERVISOR
            LE-RECADASTRO-PARAM.
                MOVE 24 TO W-RCD-MESES-VALIDADE.
                MOVE 60 TO W-RCD-DIAS-CARENCIA.
                MOVE 1000,00 TO W-RCD-VALOR-SAQUE.
                OPEN INPUT ARQ-RECADASTRO-PARAM.
                IF ARQ-PRC-OK EQUAL "00"
                    READ ARQ-RECADASTRO-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PRC-MESES-VALIDADE > ZEROS
                                MOVE PRC-MESES-VALIDADE TO W-RCD-MESES-VALIDADE
                            END-IF
                            IF PRC-DIAS-CARENCIA > ZEROS
                                MOVE PRC-DIAS-CARENCIA TO W-RCD-DIAS-CARENCIA
                            END-IF
                            IF PRC-VALOR-SAQUE > ZEROS
                                MOVE PRC-VALOR-SAQUE TO W-RCD-VALOR-SAQUE
                            END-IF
                    END-READ
                    CLOSE ARQ-RECADASTRO-PARAM
                END-IF.

            *> SEM O ARQUIVO DE PARAMETRO O CHEQUE ABAIXO DE 300,00 FICA
            *> DISPONIVEL EM D+2, A PARTIR DELE EM D+1, E O DEVOLVIDO
            *> PAGA 15,00 DE TARIFA
            LE-FLOAT-PARAM.
                MOVE 300,00 TO W-CDP-VALOR-FAIXA.
                MOVE 2 TO W-CDP-DIAS-ABAIXO.
                MOVE 1 TO W-CDP-DIAS-ACIMA.
                MOVE 15,00 TO W-CDP-TARIFA-DEVOLUCAO.
                OPEN INPUT ARQ-FLOAT-PARAM.
                IF ARQ-PFL-OK EQUAL "00"
                    READ ARQ-FLOAT-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PFL-VALOR-FAIXA > ZEROS
                                MOVE PFL-VALOR-FAIXA TO W-CDP-VALOR-FAIXA
                            END-IF
                            IF PFL-DIAS-ABAIXO > ZEROS
                                MOVE PFL-DIAS-ABAIXO TO W-CDP-DIAS-ABAIXO
                            END-IF
                            IF PFL-DIAS-ACIMA > ZEROS
                                MOVE PFL-DIAS-ACIMA TO W-CDP-DIAS-ACIMA
                            END-IF
                            MOVE PFL-TARIFA-DEVOLUCAO TO W-CDP-TARIFA-DEVOLUCAO
                    END-READ
                    CLOSE ARQ-FLOAT-PARAM
                END-IF.

            *> SEM O ARQUIVO DE PARAMETRO A COTA DO FALECIDO NA CONTA
            *> CONJUNTA E METADE DO SALDO NA DATA DO OBITO
            LE-OBITO-PARAM.
                MOVE 50 TO W-OBT-PERC-CONJUNTA.
                OPEN INPUT ARQ-OBITO-PARAM.
                IF ARQ-POB-OK EQUAL "00"
                    READ ARQ-OBITO-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF POB-PERC-CONJUNTA > ZEROS AND
                               POB-PERC-CONJUNTA NOT > 100
                                MOVE POB-PERC-CONJUNTA TO W-OBT-PERC-CONJUNTA
                            END-IF
                    END-READ
                    CLOSE ARQ-OBITO-PARAM
                END-IF.

            *> MESMO PISO DOS DEMAIS DEBITOS: BLOQUEIO JUDICIAL OU LIMITE
            DEBITA-BOLETO.
                MOVE COD-CONTA TO W-BLQ-CONTA.
                PERFORM SOMA-BLOQUEIOS.
                IF W-SOMA-BLOQUEIOS > ZEROS
                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                ELSE
                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                END-IF.
                PERFORM SOMA-FLOAT-CHEQUES.
                ADD W-SOMA-FLOAT TO W-MIN-SALDO.
                MOVE W-SALDO TO EXT-SALDO-ANTERIOR.
                SUBTRACT W-BOL-TOTAL FROM W-SALDO.
                IF W-SALDO < W-MIN-SALDO
                    ADD W-BOL-TOTAL TO W-SALDO
                    IF W-SOMA-BLOQUEIOS > ZEROS
                        DISPLAY MSG-ERROR-50 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                    END-IF
                ELSE
                    MOVE 'BL' TO W-INT-TIPO
                    MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                    MOVE ZEROS TO W-INT-CONTA-DESTINO
                    MOVE W-BOL-TOTAL TO W-INT-VALOR
                    MOVE EXT-SALDO-ANTERIOR TO W-INT-SALDO-ANTES
                    MOVE W-BOL-BARRAS TO W-INT-BOL-BARRAS
                    PERFORM GRAVA-INTENCAO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'BL' TO W-EXT-TIPO-ATUAL
                    MOVE W-BOL-TOTAL TO EXT-VALOR
                    IF LINHA-BANCARIA
                        MOVE SPACES TO W-EXT-DESCRICAO-MOV
                        STRING "PAGTO BOLETO BCO " DELIMITED BY SIZE
                               W-BOL-BANCO DELIMITED BY SIZE
                            INTO W-EXT-DESCRICAO-MOV
                    ELSE
                        MOVE "PAGTO CONVENIO" TO W-EXT-DESCRICAO-MOV
                    END-IF
                    MOVE 63 TO W-EXT-CATEGORIA-MOV
                    PERFORM GRAVA-EXTRATO
                    PERFORM GRAVA-BOLETO
                    PERFORM CONCLUI-INTENCAO
                    DISPLAY MSG50 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> O PAGAMENTO ENTRA PENDENTE ('P') COM A PROXIMA SEQUENCIA DA
            *> CONTA E O NUMERO DO COMPROVANTE RECEM-EMITIDO
            GRAVA-BOLETO.
                MOVE COD-CONTA TO BOL-COD-CONTA.
                MOVE 999999 TO BOL-SEQUENCIA.
                START ARQ-BOLETO KEY IS NOT GREATER THAN BOL-CHAVE
                    INVALID KEY MOVE 1 TO W-BOL-SEQ
                    NOT INVALID KEY
                        READ ARQ-BOLETO NEXT RECORD AT END MOVE 1 TO W-BOL-SEQ
                        NOT AT END
                            IF BOL-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO BOL-SEQUENCIA GIVING W-BOL-SEQ
                            ELSE
                                MOVE 1 TO W-BOL-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO BOL-COD-CONTA.
                MOVE W-BOL-SEQ TO BOL-SEQUENCIA.
                MOVE W-BOL-BARRAS TO BOL-CODIGO-BARRAS.
                MOVE W-BOL-TIPO-LINHA TO BOL-TIPO.
                MOVE W-BOL-BANCO TO BOL-BANCO-FAVORECIDO.
                MOVE W-BOL-VENC-NUM TO BOL-DT-VENCIMENTO.
                MOVE W-BOL-VALOR-DOC TO BOL-VALOR-DOCUMENTO.
                MOVE W-BOL-ENCARGOS TO BOL-VALOR-ENCARGOS.
                MOVE W-BOL-TOTAL TO BOL-VALOR-PAGO.
                MOVE 'P' TO BOL-STATUS.
                MOVE DATE-TIME TO BOL-DT-PAGAMENTO.
                MOVE ZEROS TO BOL-DT-REMESSA.
                MOVE CPV-NUMERO TO BOL-NUM-COMPROVANTE.
                MOVE W-OPERADOR-ATUAL TO BOL-OPERADOR.
                WRITE REG-BOLETO INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> AUTORIZAÇÔES DE DEBITO AUTOMATICO DA CONTA: O CLIENTE
            *> AUTORIZA A EMPRESA CONVENIADA A COBRAR NA CONTA AS FATURAS
            *> DE UM CONTRATO, COM TETO OPCIONAL POR DEBITO. O JOB
            *> CONTA-DEBAUT SO DEBITA CONTRATO AUTORIZADO AQUI; CADA
            *> MUDANÇA VAI PARA A TRILHA DE AUDITORIA DA CONTA
            LOOP-DEBAUT.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY DEBAUT-SCREEN.

                MOVE SPACE TO W-ASK.
                ACCEPT M-COD-CONTA AT 0323.
                MOVE M-COD-CONTA TO COD-CONTA.
                *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                IF COD-CONTA NOT EQUAL ZEROS
                    MOVE ZEROS TO W-DV-DIGITADO
                    ACCEPT W-DV-DIGITADO AT 0336 WITH PROMPT AUTO
                    MOVE COD-CONTA TO W-DV-BASE
                    PERFORM VERIFICA-DV-CONTA
                    IF NOT DV-CONFERE
                        MOVE ZEROS TO COD-CONTA
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      DISPLAY W-NOME AT 0423
                      PERFORM LISTA-DEBAUT
                      MOVE SPACE TO W-DAU-ACAO
                      ACCEPT W-DAU-ACAO AT 1449 WITH PROMPT AUTO
                      MOVE ZEROS TO W-DAU-EMPRESA
                      ACCEPT W-DAU-EMPRESA AT 1523 WITH PROMPT AUTO
                      MOVE SPACES TO W-DAU-CONTRATO
                      ACCEPT W-DAU-CONTRATO AT 1623 WITH PROMPT AUTO
                      IF W-DAU-EMPRESA EQUAL ZEROS OR
                         W-DAU-CONTRATO EQUAL SPACES
                          DISPLAY MSG-ERROR-60 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        EVALUATE TRUE
                            WHEN DAU-INCLUIR
                                *> AUTORIZAÇÂO NOVA SO PARA CONTA ATIVA;
                                *> CANCELAR CONTINUA POSSIVEL SEMPRE
                                IF NOT CONTA-ATIVA
                                    PERFORM MOSTRA-ERRO-STATUS
                                ELSE
                                    PERFORM INCLUI-DEBAUT
                                END-IF
                            WHEN DAU-ALTERAR
                                PERFORM ALTERA-TETO-DEBAUT
                            WHEN DAU-CANCELAR
                                PERFORM CANCELA-DEBAUT
                            WHEN OTHER
                                DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                        END-EVALUATE
                      END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> O CADASTRO E PELA EMPRESA + CONTRATO (O QUE CHEGA NO
            *> ARQUIVO DE COBRANÇA); AS AUTORIZAÇÔES DA CONTA SAEM DE UMA
            *> VARREDURA DO ARQUIVO
            LISTA-DEBAUT.
                MOVE 7 TO W-LIST-LINE.
                MOVE LOW-VALUES TO DAU-CHAVE.
                START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-DAU-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-DAU-OK
                END-START.
                PERFORM UNTIL ARQ-DAU-OK EQUAL 10 OR W-LIST-LINE > 12
                    READ ARQ-DEBAUT NEXT RECORD
                        AT END MOVE 10 TO ARQ-DAU-OK
                        NOT AT END
                            IF DAU-COD-CONTA EQUAL COD-CONTA
                                PERFORM EXIBE-LINHA-DEBAUT
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-DEBAUT.
                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05.
                DISPLAY DAU-EMPRESA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 5.
                DISPLAY DAU-CONTRATO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 21.
                MOVE DAU-VALOR-MAXIMO TO M-DAU-TETO.
                DISPLAY M-DAU-TETO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 14.
                DISPLAY DAU-STATUS AT W-DISPLAY-POS.
                ADD 1 TO W-LIST-LINE.

            *> UM CONTRATO SO PODE ESTAR AUTORIZADO EM UMA CONTA; A
            *> AUTORIZAÇÂO CANCELADA DO MESMO CONTRATO E REATIVADA (NESTA
            *> OU EM OUTRA CONTA) EM VEZ DE GRAVAR OUTRA
            INCLUI-DEBAUT.
                MOVE W-DAU-EMPRESA TO DAU-EMPRESA.
                MOVE W-DAU-CONTRATO TO DAU-CONTRATO.
                READ ARQ-DEBAUT
                    INVALID KEY CONTINUE
                END-READ.
                IF ARQ-DAU-OK EQUAL ZEROS AND DAU-ATIVA
                    DISPLAY MSG-ERROR-61 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO W-DAU-TETO
                    ACCEPT W-DAU-TETO AT 1723 WITH PROMPT AUTO
                    MOVE W-DAU-EMPRESA TO DAU-EMPRESA
                    MOVE W-DAU-CONTRATO TO DAU-CONTRATO
                    MOVE COD-CONTA TO DAU-COD-CONTA
                    MOVE W-DAU-TETO TO DAU-VALOR-MAXIMO
                    MOVE 'A' TO DAU-STATUS
                    MOVE DATE-TIME TO DAU-DT-AUTORIZACAO
                    MOVE ZEROS TO DAU-DT-CANCELAMENTO
                    MOVE W-OPERADOR-ATUAL TO DAU-OPERADOR
                    IF ARQ-DAU-OK EQUAL ZEROS
                        REWRITE REG-DEBAUT INVALID KEY PERFORM FILE-ERROR-WRITE
                        END-REWRITE
                    ELSE
                        WRITE REG-DEBAUT INVALID KEY PERFORM FILE-ERROR-WRITE
                        END-WRITE
                    END-IF
                    MOVE "DEBITO AUT" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    MOVE W-DAU-TETO TO M-DAU-TETO
                    MOVE SPACES TO W-AUD-DEPOIS
                    STRING W-DAU-EMPRESA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           W-DAU-CONTRATO DELIMITED BY SIZE
                           M-DAU-TETO DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                    DISPLAY MSG51 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> LE A AUTORIZAÇÂO DIGITADA E CONFERE QUE ESTA ATIVA E E DA
            *> CONTA NA TELA
            LE-DEBAUT-DA-CONTA.
                MOVE 'N' TO W-DAU-ACHOU.
                MOVE W-DAU-EMPRESA TO DAU-EMPRESA.
                MOVE W-DAU-CONTRATO TO DAU-CONTRATO.
                READ ARQ-DEBAUT
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF DAU-COD-CONTA EQUAL COD-CONTA AND DAU-ATIVA
                            MOVE 'S' TO W-DAU-ACHOU
                        END-IF
                END-READ.
                IF NOT DAU-DA-CONTA
                    DISPLAY MSG-ERROR-62 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            ALTERA-TETO-DEBAUT.
                PERFORM LE-DEBAUT-DA-CONTA.
                IF DAU-DA-CONTA
                    MOVE DAU-VALOR-MAXIMO TO M-DAU-TETO
                    MOVE "DEBITO AUT" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    STRING DAU-EMPRESA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DAU-CONTRATO DELIMITED BY SIZE
                           M-DAU-TETO DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    MOVE ZEROS TO W-DAU-TETO
                    ACCEPT W-DAU-TETO AT 1723 WITH PROMPT AUTO
                    MOVE W-DAU-TETO TO DAU-VALOR-MAXIMO
                    MOVE W-OPERADOR-ATUAL TO DAU-OPERADOR
                    REWRITE REG-DEBAUT INVALID KEY PERFORM FILE-ERROR-WRITE
                    END-REWRITE
                    MOVE W-DAU-TETO TO M-DAU-TETO
                    MOVE SPACES TO W-AUD-DEPOIS
                    STRING DAU-EMPRESA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DAU-CONTRATO DELIMITED BY SIZE
                           M-DAU-TETO DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                    DISPLAY MSG52 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> O CANCELAMENTO VALE PARA AS COBRANÇAS QUE CHEGAREM DEPOIS;
            *> O REGISTRO FICA NO CADASTRO COMO 'C' PARA O HISTORICO
            CANCELA-DEBAUT.
                PERFORM LE-DEBAUT-DA-CONTA.
                IF DAU-DA-CONTA
                    MOVE 'C' TO DAU-STATUS
                    MOVE DATE-TIME TO DAU-DT-CANCELAMENTO
                    MOVE W-OPERADOR-ATUAL TO DAU-OPERADOR
                    REWRITE REG-DEBAUT INVALID KEY PERFORM FILE-ERROR-WRITE
                    END-REWRITE
                    MOVE "DEBITO AUT" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    STRING DAU-EMPRESA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DAU-CONTRATO DELIMITED BY SIZE
                           " ATIVA" DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    MOVE SPACES TO W-AUD-DEPOIS
                    STRING DAU-EMPRESA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DAU-CONTRATO DELIMITED BY SIZE
                           " CANCELADA" DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                    DISPLAY MSG53 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> REVISAO DOS CASOS DE SUSPEITA DE FRAUDE, RESTRITA A
            *> FUNÇÂO FRAU: MOSTRA O PROXIMO CASO ABERTO DEPOIS DO ULTIMO
            *> MOSTRADO (VOLTANDO AO INICIO DA FILA NO FIM) E ENCERRA COMO
            *> LEGITIMO OU FRAUDE CONFIRMADA; EM BRANCO O CASO SEGUE ABERTO.
            *> NÂO MEXE EM SALDO, ENTÂO NÂO DEPENDE DA JANELA BATCH
            LOOP-CASO-FRAUDE.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CASO-FRAUDE-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "FRAU" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE SPACE TO W-CAS-FOUND
                    MOVE W-CAS-ULTIMA-CHAVE TO CAS-CHAVE
                    START ARQ-CASO KEY IS GREATER THAN CAS-CHAVE
                        INVALID KEY MOVE "10" TO ARQ-CAS-OK
                        NOT INVALID KEY MOVE "00" TO ARQ-CAS-OK
                    END-START
                    PERFORM PROCURA-CASO-ABERTO
                    IF NOT ACHOU-CASO
                        MOVE ZEROS TO CAS-COD-CONTA
                        MOVE ZEROS TO CAS-SEQUENCIA
                        MOVE SPACES TO CAS-REGRA
                        START ARQ-CASO KEY IS NOT LESS THAN CAS-CHAVE
                            INVALID KEY MOVE "10" TO ARQ-CAS-OK
                            NOT INVALID KEY MOVE "00" TO ARQ-CAS-OK
                        END-START
                        PERFORM PROCURA-CASO-ABERTO
                    END-IF
                    IF NOT ACHOU-CASO
                        DISPLAY MSG55 AT 2013 FOREGROUND-COLOR IS 2
                    ELSE
                        MOVE CAS-CHAVE TO W-CAS-ULTIMA-CHAVE
                        PERFORM EXIBE-CASO-FRAUDE
                        MOVE SPACE TO W-CAS-PARECER
                        ACCEPT W-CAS-PARECER AT 1050 WITH PROMPT AUTO
                        PERFORM DECIDE-CASO-FRAUDE
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            PROCURA-CASO-ABERTO.
                PERFORM UNTIL ACHOU-CASO OR ARQ-CAS-OK EQUAL "10"
                    READ ARQ-CASO NEXT RECORD AT END MOVE "10" TO ARQ-CAS-OK
                    NOT AT END
                        IF CAS-ABERTO
                            MOVE 'S' TO W-CAS-FOUND
                        END-IF
                    END-READ
                END-PERFORM.

            EXIBE-CASO-FRAUDE.
                DISPLAY CAS-COD-CONTA AT 0316.
                DISPLAY CAS-COD-AGENCIA AT 0416.
                DISPLAY CAS-REGRA AT 0516.
                DISPLAY CAS-TIPO-MOV AT 0616.
                MOVE CAS-VALOR TO M-CAS-VALOR.
                DISPLAY M-CAS-VALOR AT 0619.
                DISPLAY CAS-DATA-DIA AT 0716.
                DISPLAY "/" AT 0718.
                DISPLAY CAS-DATA-MES AT 0719.
                DISPLAY "/" AT 0721.
                DISPLAY CAS-DATA-ANO AT 0722.
                DISPLAY CAS-HORA-HH AT 0727.
                DISPLAY ":" AT 0729.
                DISPLAY CAS-HORA-MM AT 0730.
                DISPLAY CAS-DETALHE AT 0816.

            DECIDE-CASO-FRAUDE.
                IF PARECER-LEGITIMO OR PARECER-FRAUDE
                    MOVE W-CAS-PARECER TO CAS-STATUS
                    MOVE DATE-TIME TO CAS-DT-ENCERRAMENTO
                    MOVE W-OPERADOR-ATUAL TO CAS-OPERADOR-DECISAO
                    REWRITE REG-CASO INVALID KEY PERFORM FILE-ERROR-MODIFY
                    END-REWRITE
                    IF CAS-LEGITIMO
                        DISPLAY MSG56 AT 2013 FOREGROUND-COLOR IS 2
                    ELSE
                        DISPLAY MSG57 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                ELSE
                    DISPLAY MSG58 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> SOMA DOS BLOQUEIOS JUDICIAIS ATIVOS DA CONTA EM
            *> W-BLQ-CONTA; OS DEBITOS NÂO PODEM LEVAR O SALDO ABAIXO DE
            *> (SOMA DOS BLOQUEIOS - LIMITE)
            SOMA-BLOQUEIOS.
                MOVE ZEROS TO W-SOMA-BLOQUEIOS.
                MOVE W-BLQ-CONTA TO BLQ-COD-CONTA.
                MOVE ZEROS TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT LESS THAN BLQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-BLQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-BLQ-OK
                END-START.
                PERFORM UNTIL ARQ-BLQ-OK EQUAL 10
                    READ ARQ-BLOQUEIO NEXT RECORD
                        AT END MOVE 10 TO ARQ-BLQ-OK
                        NOT AT END
                            IF BLQ-COD-CONTA NOT EQUAL W-BLQ-CONTA
                                MOVE 10 TO ARQ-BLQ-OK
                            ELSE
                                IF BLQ-ATIVO
                                    ADD BLQ-VALOR TO W-SOMA-BLOQUEIOS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> SOMA DOS CHEQUES DE OUTRO BANCO DEPOSITADOS NA CONTA EM
            *> W-BLQ-CONTA QUE AINDA NÂO CHEGARAM A DATA DE
            *> DISPONIBILIDADE (PENDENTES DE REMESSA OU JA REMETIDOS); O
            *> DEVOLVIDO JA TEVE O CREDITO ESTORNADO E NÂO ENTRA. OS
            *> DEBITOS SOMAM ESTE VALOR AO PISO DO SALDO
            SOMA-FLOAT-CHEQUES.
                MOVE ZEROS TO W-SOMA-FLOAT.
                MOVE W-BLQ-CONTA TO CDP-COD-CONTA.
                MOVE ZEROS TO CDP-SEQUENCIA.
                START ARQ-CHEQUE-DEP KEY IS NOT LESS THAN CDP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDP-OK
                END-START.
                PERFORM UNTIL ARQ-CDP-OK EQUAL 10
                    READ ARQ-CHEQUE-DEP NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDP-OK
                        NOT AT END
                            IF CDP-COD-CONTA NOT EQUAL W-BLQ-CONTA
                                MOVE 10 TO ARQ-CDP-OK
                            ELSE
                                IF NOT CDP-DEVOLVIDO AND
                                   CDP-DT-DISPONIVEL > DATE-TIME
                                    ADD CDP-VALOR TO W-SOMA-FLOAT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> SALDO DISPONIVEL DA CONTA CORRENTE (REG-BANCO): O SALDO
            *> MENOS OS CHEQUES AINDA EM COMPENSAÇÂO, EDITADO EM M-SALDO
            *> PARA AS TELAS
            CALCULA-SALDO-DISPONIVEL.
                MOVE COD-CONTA TO W-BLQ-CONTA.
                PERFORM SOMA-FLOAT-CHEQUES.
                COMPUTE W-SALDO-DISPONIVEL = W-SALDO - W-SOMA-FLOAT.
                MOVE W-SALDO-DISPONIVEL TO M-SALDO.

            *> MANUTENÇÂO DOS BLOQUEIOS JUDICIAIS: LISTA OS BLOQUEIOS DA
            *> CONTA (QUEM TEM A OPÇÂO CONSULTA) E INCLUI (FUNÇÂO BLQI:
            *> ORDEM, VALOR, AUTORIDADE) OU LIBERA UM DELES (FUNÇÂO BLQL)
            LOOP-BLOQUEIO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY BLOQUEIO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0312.
                MOVE M-COD-CONTA TO COD-CONTA.
                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                        PERFORM LISTA-BLOQUEIOS
                        MOVE SPACE TO W-BLQ-ACAO
                        ACCEPT W-BLQ-ACAO AT 1333 WITH PROMPT AUTO
                        IF BLQ-INCLUIR
                            MOVE "BLQI" TO W-PRM-FUNCAO
                            PERFORM VERIFICA-PERMISSAO
                            IF NOT PERMISSAO-CONCEDIDA
                                DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                                PERFORM INCLUI-BLOQUEIO
                            END-IF
                        ELSE
                          IF BLQ-LIBERAR
                            MOVE "BLQL" TO W-PRM-FUNCAO
                            PERFORM VERIFICA-PERMISSAO
                            IF NOT PERMISSAO-CONCEDIDA
                                DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                                PERFORM LIBERA-BLOQUEIO
                            END-IF
                          END-IF
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            LISTA-BLOQUEIOS.
                MOVE 5 TO W-LIST-LINE.
                MOVE COD-CONTA TO BLQ-COD-CONTA.
                MOVE ZEROS TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT LESS THAN BLQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-BLQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-BLQ-OK
                END-START.
                PERFORM UNTIL ARQ-BLQ-OK EQUAL 10 OR W-LIST-LINE > 12
                    READ ARQ-BLOQUEIO NEXT RECORD
                        AT END MOVE 10 TO ARQ-BLQ-OK
                        NOT AT END
                            IF BLQ-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-BLQ-OK
                            ELSE
                                PERFORM EXIBE-LINHA-BLOQUEIO
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-BLOQUEIO.
                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05.
                MOVE BLQ-SEQUENCIA TO M-BLQ-SEQ.
                DISPLAY M-BLQ-SEQ AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 8.
                DISPLAY BLQ-ORDEM AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 13.
                MOVE BLQ-VALOR TO M-BLQ-VALOR.
                DISPLAY M-BLQ-VALOR AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 16.
                DISPLAY BLQ-STATUS AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 3.
                DISPLAY BLQ-AUTORIDADE AT W-DISPLAY-POS.
                ADD 1 TO W-LIST-LINE.

            *> GRAVA O BLOQUEIO COM A PROXIMA SEQUENCIA DA CONTA
            INCLUI-BLOQUEIO.
                MOVE COD-CONTA TO BLQ-COD-CONTA.
                MOVE 999999 TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT GREATER THAN BLQ-CHAVE
                    INVALID KEY MOVE 1 TO W-BLQ-SEQ
                    NOT INVALID KEY
                        READ ARQ-BLOQUEIO NEXT RECORD AT END MOVE 1 TO W-BLQ-SEQ
                        NOT AT END
                            IF BLQ-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO BLQ-SEQUENCIA GIVING W-BLQ-SEQ
                            ELSE
                                MOVE 1 TO W-BLQ-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO BLQ-COD-CONTA.
                MOVE W-BLQ-SEQ TO BLQ-SEQUENCIA.
                MOVE SPACES TO BLQ-ORDEM.
                ACCEPT BLQ-ORDEM AT 1422 WITH PROMPT.
                MOVE ZEROS TO BLQ-VALOR.
                ACCEPT BLQ-VALOR AT 1522 WITH PROMPT AUTO.
                MOVE SPACES TO BLQ-AUTORIDADE.
                ACCEPT BLQ-AUTORIDADE AT 1622 WITH PROMPT.
                IF BLQ-VALOR NOT > ZEROS OR BLQ-ORDEM EQUAL SPACES
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE 'A' TO BLQ-STATUS
                    MOVE DATE-TIME TO BLQ-DATA
                    WRITE REG-BLOQUEIO INVALID KEY PERFORM FILE-ERROR-WRITE END-WRITE
                    DISPLAY MSG42 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            LIBERA-BLOQUEIO.
                MOVE ZEROS TO W-BLQ-SEQ-LIBERA.
                ACCEPT W-BLQ-SEQ-LIBERA AT 1422 WITH PROMPT AUTO.
                MOVE COD-CONTA TO BLQ-COD-CONTA.
                MOVE W-BLQ-SEQ-LIBERA TO BLQ-SEQUENCIA.
                READ ARQ-BLOQUEIO
                    INVALID KEY
                        DISPLAY MSG-ERROR-51 AT 2013 FOREGROUND-COLOR IS 4
                    NOT INVALID KEY
                        IF BLQ-LIBERADO
                            DISPLAY MSG-ERROR-51 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            MOVE 'L' TO BLQ-STATUS
                            REWRITE REG-BLOQUEIO INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                            DISPLAY MSG43 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                END-READ.

            *> LOOP DA TELA PRINCIPAL
            LOOP-MAIN.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY MAIN-SCREEN.
                IF MENU-NEGADO
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                    MOVE 'N' TO W-PRM-MENU-NEGADO
                END-IF.

                MOVE SPACES TO W-OPTION.
                MOVE SPACES TO W-ASK.

                PERFORM MAIN-SCREEN-OPTION UNTIL VALID-OPTION.

                *> A OPÇÂO PRECISA ESTAR LIBERADA AO PERFIL DO OPERADOR;
                *> NEGADA, VOLTA AO MENU COM O AVISO (SAIR E SEMPRE LIVRE)
                IF W-OPTION NOT EQUAL '05'
                    MOVE "OP" TO W-PRM-PREFIXO
                    MOVE W-OPTION TO W-PRM-OPCAO
                    PERFORM VERIFICA-PERMISSAO
                    IF NOT PERMISSAO-CONCEDIDA
                        MOVE 'S' TO W-PRM-MENU-NEGADO
                        MOVE SPACES TO W-OPTION
                    END-IF
                END-IF.

                EVALUATE W-OPTION
                    WHEN EQUAL '01'
                        *> PERFORM LOOP SCREEN CREATE
                        PERFORM LOOP-CREATE UNTIL N-ASK
                    WHEN EQUAL '02'
                        *> PERFORM LOOP SCREEN SEARCH
                        PERFORM LOOP-SEARCH UNTIL N-ASK
                    WHEN EQUAL '03'
                        *> PERFORM LOOP SCREEN DELETE
                        PERFORM LOOP-DELETE UNTIL N-ASK
                    WHEN EQUAL '04'
                        *> PERFORM LOOP SCREEN MODIFY
                        PERFORM LOOP-MODIFY UNTIL N-ASK
                    WHEN EQUAL '06'
                        *> PERFORM LOOP SCREEN DEPOSITO
                        PERFORM LOOP-DEPOSITO UNTIL N-ASK
                    WHEN EQUAL '07'
                        *> PERFORM LOOP SCREEN SAQUE
                        PERFORM LOOP-SAQUE UNTIL N-ASK
                    WHEN EQUAL '08'
                        *> PERFORM LOOP SCREEN LISTAR POR AGENCIA
                        PERFORM LOOP-AGENCIA UNTIL N-ASK
                    WHEN EQUAL '09'
                        *> PERFORM LOOP SCREEN CONSULTAR POR CPF
                        PERFORM LOOP-CPF UNTIL N-ASK
                    WHEN EQUAL '10'
                        *> PERFORM LOOP SCREEN APROVAR LIMITE
                        PERFORM LOOP-APROVA UNTIL N-ASK
                    WHEN EQUAL '11'
                        *> PERFORM LOOP SCREEN TRANSFERENCIA
                        PERFORM LOOP-TRANSF UNTIL N-ASK
                    WHEN EQUAL '12'
                        *> PERFORM LOOP SCREEN EXTRATO
                        PERFORM LOOP-EXTRATO UNTIL N-ASK
                    WHEN EQUAL '13'
                        *> PERFORM LOOP SCREEN ESTORNO
                        PERFORM LOOP-ESTORNO UNTIL N-ASK
                    WHEN EQUAL '14'
                        *> PERFORM LOOP SCREEN AGENDAR PAGAMENTO
                        PERFORM LOOP-AGENDA-CRIA UNTIL N-ASK
                    WHEN EQUAL '15'
                        *> PERFORM LOOP SCREEN LISTAR/CANCELAR AGENDAMENTOS
                        PERFORM LOOP-AGENDA-LISTA UNTIL N-ASK
                    WHEN EQUAL '16'
                        *> PERFORM LOOP SCREEN SOLICITAR REABERTURA
                        PERFORM LOOP-REABERTURA UNTIL N-ASK
                    WHEN EQUAL '17'
                        *> PERFORM LOOP SCREEN CADASTRO DE AGENCIAS
                        PERFORM LOOP-CAD-AGENCIA UNTIL N-ASK
                    WHEN EQUAL '18'
                        *> PERFORM LOOP SCREEN ATUALIZAR CLIENTE
                        PERFORM LOOP-CLIENTE UNTIL N-ASK
                    WHEN EQUAL '19'
                        *> PERFORM LOOP SCREEN CADASTRO DE OPERADORES
                        PERFORM LOOP-CAD-OPERADOR UNTIL N-ASK
                    WHEN EQUAL '20'
                        *> PERFORM LOOP SCREEN BUSCAR POR NOME
                        PERFORM LOOP-NOME UNTIL N-ASK
                    WHEN EQUAL '21'
                        *> PERFORM LOOP SCREEN LIBERAR JANELA BATCH
                        PERFORM LOOP-LIBERA-JANELA UNTIL N-ASK
                    WHEN EQUAL '22'
                        *> PERFORM LOOP SCREEN AUDITORIA DE ALTERACOES
                        PERFORM LOOP-AUDIT UNTIL N-ASK
                    WHEN EQUAL '23'
                        *> PERFORM LOOP SCREEN WATCHLIST DE CPF
                        PERFORM LOOP-WATCHLIST UNTIL N-ASK
                    WHEN EQUAL '24'
                        *> PERFORM LOOP SCREEN REVISAR OPERACOES RETIDAS
                        PERFORM LOOP-REVISAO UNTIL N-ASK
                    WHEN EQUAL '25'
                        *> PERFORM LOOP SCREEN TRANSFERENCIA EXTERNA
                        PERFORM LOOP-TRANSF-EXT UNTIL N-ASK
                    WHEN EQUAL '26'
                        *> PERFORM LOOP SCREEN FECHAR CAIXA
                        PERFORM LOOP-FECHA-CAIXA UNTIL N-ASK
                    WHEN EQUAL '27'
                        *> PERFORM LOOP SCREEN PARAMETROS BATCH
                        PERFORM LOOP-PARAM UNTIL N-ASK
                    WHEN EQUAL '28'
                        *> PERFORM LOOP SCREEN TALAO DE CHEQUES
                        PERFORM LOOP-TALAO UNTIL N-ASK
                    WHEN EQUAL '29'
                        *> PERFORM LOOP SCREEN SUSTAR CHEQUE
                        PERFORM LOOP-SUSTA UNTIL N-ASK
                    WHEN EQUAL '30'
                        *> PERFORM LOOP SCREEN BLOQUEIO JUDICIAL
                        PERFORM LOOP-BLOQUEIO UNTIL N-ASK
                    WHEN EQUAL '31'
                        *> PERFORM LOOP SCREEN CONTRATAR EMPRESTIMO
                        PERFORM LOOP-EMPRESTIMO UNTIL N-ASK
                    WHEN EQUAL '32'
                        *> PERFORM LOOP SCREEN CONSULTAR RELATORIOS
                        PERFORM LOOP-RELCAT UNTIL N-ASK
                    WHEN EQUAL '33'
                        *> PERFORM LOOP SCREEN POSICAO POR CPF
                        PERFORM LOOP-POSICAO UNTIL N-ASK
                    WHEN EQUAL '34'
                        *> PERFORM LOOP SCREEN REIMPRIMIR COMPROVANTE
                        PERFORM LOOP-REIMPRESSAO UNTIL N-ASK
                    WHEN EQUAL '35'
                        *> PERFORM LOOP SCREEN APLICACOES CDB
                        PERFORM LOOP-CDB UNTIL N-ASK
                    WHEN EQUAL '36'
                        *> PERFORM LOOP SCREEN CARTOES DE DEBITO
                        PERFORM LOOP-CARTAO UNTIL N-ASK
                    WHEN EQUAL '37'
                        *> PERFORM LOOP SCREEN PAGAR BOLETO
                        PERFORM LOOP-BOLETO UNTIL N-ASK
                    WHEN EQUAL '38'
                        *> PERFORM LOOP SCREEN DEBITO AUTOMATICO
                        PERFORM LOOP-DEBAUT UNTIL N-ASK
                    WHEN EQUAL '39'
                        *> PERFORM LOOP SCREEN CASOS DE FRAUDE
                        PERFORM LOOP-CASO-FRAUDE UNTIL N-ASK
                    WHEN EQUAL '40'
                        *> PERFORM LOOP SCREEN TESOURARIA
                        PERFORM LOOP-TESOURARIA UNTIL N-ASK
                    WHEN EQUAL '41'
                        *> PERFORM LOOP SCREEN SAC
                        PERFORM LOOP-SAC UNTIL N-ASK
                    WHEN EQUAL '42'
                        *> PERFORM LOOP SCREEN CCF
                        PERFORM LOOP-CCF UNTIL N-ASK
                    WHEN EQUAL '43'
                        *> PERFORM LOOP SCREEN EMPRESAS E REPRESENTANTES
                        PERFORM LOOP-EMPRESA UNTIL N-ASK
                    WHEN EQUAL '44'
                        *> PERFORM LOOP SCREEN MATRIZ DE PERMISSÔES
                        PERFORM LOOP-PERMISSAO UNTIL N-ASK
                    WHEN EQUAL '45'
                        *> PERFORM LOOP SCREEN OBITO / ESPOLIO
                        PERFORM LOOP-OBITO UNTIL N-ASK
                    WHEN EQUAL '46'
                        *> PERFORM LOOP SCREEN CARTEIRA DE GERENTE
                        PERFORM LOOP-CARTEIRA UNTIL N-ASK
                END-EVALUATE.

            *> MENU TELA PRINCIPAL
            MAIN-SCREEN-OPTION.
                ACCEPT W-OPTION AT 1413 WITH PROMPT AUTO.
                IF NOT VALID-OPTION
                    DISPLAY MSG-ERROR-05 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.


            *> CONSULTAR CONTA
            LOOP-SEARCH.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY SEARCH-SCREEN.

                MOVE SPACES TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.

                ACCEPT M-COD-CONTA at 0312.
                MOVE M-COD-CONTA TO COD-CONTA.
                PERFORM ERROR-BLANK.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    *> VERIFICA SE O DADO EXISTE 23 = NÂO CONSTA NA BASE DE DADOS.
                    IF ARQ-OK EQUAL '23'
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                        IF CONTA-FECHADA
                            DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            *> CONSULTA FEITA COM SUCESSO ...
                            DISPLAY W-NOME at 0515
                            *> CONTA DE EMPRESA MOSTRA O CNPJ NO LUGAR DO CPF
                            IF TITULAR-PJ
                                DISPLAY "CNPJ    : " AT 0605
                                MOVE CNPJ TO M-CNPJ
                                DISPLAY M-CNPJ at 0615
                            ELSE
                                MOVE CPF TO M-CPF
                                DISPLAY M-CPF at 0615
                            END-IF
                            MOVE COD-CONTA TO M-COD-CONTA
                            DISPLAY M-COD-CONTA at 0815
                            DISPLAY COD-AGENCIA at 0915
                            MOVE W-SALDO TO M-SALDO
                            DISPLAY M-SALDO at 1015
                            PERFORM CALCULA-SALDO-DISPONIVEL
                            DISPLAY M-SALDO at 1047
                            MOVE W-LIMITE TO M-LIMITE
                            DISPLAY M-LIMITE at 1115
                            DISPLAY W-EMAIL at 1215
                            DISPLAY W-TELEFONE at 1315
                            DISPLAY W-TIPO-CONTA at 1415
                            MOVE CPF2 TO M-CPF
                            DISPLAY M-CPF at 1515
                            DISPLAY W-PACOTE at 1615
                        END-IF
                    END-IF
                END-IF.

                *> PERGUNTA SE DESEJA SAIR OU NÂO ...
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            SEARCH-CHECK-CPF.
                ACCEPT M-CPF AT 0310 WITH PROMPT.
                MOVE M-CPF TO W-CPF.
                PERFORM ALGORTHM-CPF-VERIFICATE.
                IF (W-CPF(10:1) NOT EQUAL W-FIRST-DIGIT OR W-CPF(11:1) NOT EQUAL W-SECOND-DIGIT) AND W-CPF-SUM NOT EQUAL 2
                    DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            MODIFY-CHECK-CPF.
                ACCEPT M-CPF AT 0715 WITH PROMPT.
                MOVE M-CPF TO W-CPF.
                PERFORM ALGORTHM-CPF-VERIFICATE.
                IF (W-CPF(10:1) NOT EQUAL W-FIRST-DIGIT OR W-CPF(11:1) NOT EQUAL W-SECOND-DIGIT) AND W-CPF-SUM NOT EQUAL 2
                    DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            *> SEGUNDO TITULAR OPCIONAL (CONTA CONJUNTA): ZEROS = NÂO
            *> TEM; INFORMADO, O CPF PRECISA SER VALIDO E CONSTAR NO
            *> CADASTRO DE CLIENTES (A LEITURA AQUI NÂO MEXE NA MARCA
            *> ACHOU-CLIENTE DO PRIMEIRO TITULAR)
            CHECK-CPF2.
                MOVE 'S' TO W-CPF2-OK.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 1538 WITH PROMPT AUTO.
                MOVE M-CPF TO W-CPF.
                IF W-CPF EQUAL ZEROS
                    MOVE ZEROS TO CPF2
                ELSE
                    PERFORM ALGORTHM-CPF-VERIFICATE
                    IF W-CPF(10:1) NOT EQUAL W-FIRST-DIGIT OR
                       W-CPF(11:1) NOT EQUAL W-SECOND-DIGIT
                        DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                        MOVE 'N' TO W-CPF2-OK
                    ELSE
                        MOVE SPACE TO W-CPF2-CLIENTE
                        MOVE W-CPF TO CLI-CPF
                        READ ARQ-CLIENTE
                            INVALID KEY CONTINUE
                            NOT INVALID KEY MOVE 'S' TO W-CPF2-CLIENTE
                        END-READ
                        IF NOT CPF2-TEM-CADASTRO
                            DISPLAY MSG-ERROR-29 AT 2013 FOREGROUND-COLOR IS 4
                            MOVE 'N' TO W-CPF2-OK
                        ELSE
                            MOVE W-CPF TO CPF2
                            PERFORM ERROR-BLANK
                        END-IF
                    END-IF
                END-IF.

            *> CRIAR CONTA
            LOOP-CREATE.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CREATE-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-CPF.

                *> TITULAR PESSOA FISICA (CPF) OU EMPRESA (CNPJ)
                ACCEPT W-TIPO-TITULAR AT 0251 WITH PROMPT AUTO.
                IF W-TIPO-TITULAR EQUAL 'j'
                    MOVE 'J' TO W-TIPO-TITULAR
                END-IF.
                IF NOT TITULAR-PJ
                    MOVE 'F' TO W-TIPO-TITULAR
                END-IF.

                IF TITULAR-PJ
                    PERFORM CREATE-TITULAR-PJ
                ELSE
                    PERFORM CREATE-TITULAR-PF
                END-IF.

                *> PERGUNTA SE DESEJA SAIR OU NÂO ...
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> TITULAR PESSOA FISICA: CPF VALIDADO, FORA DA LISTA DE
            *> VIGILANCIA, DADOS PUXADOS DO CADASTRO DE CLIENTES
            CREATE-TITULAR-PF.
                PERFORM SEARCH-CHECK-CPF TEST AFTER UNTIL W-CPF(10:1) EQUAL W-FIRST-DIGIT AND W-CPF(11:1) EQUAL W-SECOND-DIGIT OR W-CPF-SUM EQUAL 2.
                PERFORM ERROR-BLANK.

                *> VERIFICA SE O CPF NÂO È TUDO 000.000.000.00, SE FOR, PERGUNTA SE DESEJA CONTINUAR NA TELA
                IF W-CPF-SUM NOT EQUAL 2
                    MOVE W-CPF TO CPF

                    *> CPF NA LISTA DE VIGILANCIA NÂO ABRE CONTA
                    PERFORM VERIFICA-WATCHLIST
                    IF CPF-VIGIADO
                        DISPLAY MSG-ERROR-36 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE

                    *> CPF JA CONHECIDO: PUXA NOME E CONTATO DO CADASTRO DE
                    *> CLIENTES EM VEZ DE REDIGITAR TUDO
                    PERFORM LE-CLIENTE
                    IF ACHOU-CLIENTE
                        MOVE CLI-NOME TO W-NOME
                        MOVE CLI-EMAIL TO W-EMAIL
                        MOVE CLI-TELEFONE TO W-TELEFONE
                        DISPLAY W-NOME AT 0515
                        DISPLAY W-EMAIL AT 1115
                        DISPLAY W-TELEFONE AT 1215
                    ELSE
                        PERFORM CHECK-NOME-CREATE UNTIL W-NOME NOT EQUAL SPACES
                        PERFORM ERROR-BLANK
                    END-IF

                    PERFORM CREATE-DADOS-CONTA
                    END-IF
                END-IF.

            *> TITULAR EMPRESA: CNPJ VALIDO, JA CADASTRADO NA OPÇÂO 43,
            *> COM AO MENOS UM REPRESENTANTE ATIVO COM PODERES E NENHUM
            *> REPRESENTANTE NA LISTA DE VIGILANCIA. CPF E CPF2 FICAM
            *> ZERADOS; NOME FANTASIA E CONTATO VEM DO CADASTRO DA EMPRESA
            CREATE-TITULAR-PJ.
                DISPLAY "CNPJ:" AT 0305 FOREGROUND-COLOR IS 2.
                MOVE ZEROS TO M-CNPJ.
                ACCEPT M-CNPJ AT 0311 WITH PROMPT AUTO.
                MOVE M-CNPJ TO W-CNPJ.
                PERFORM ALGORTHM-CNPJ-VERIFICATE.
                IF NOT CNPJ-VALIDO
                    DISPLAY MSG-ERROR-84 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    PERFORM LE-EMPRESA
                    IF NOT ACHOU-EMPRESA
                        DISPLAY MSG-ERROR-85 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM CONFERE-REPRESENTANTES
                        IF W-REP-QTDE-PODERES EQUAL ZEROS
                            DISPLAY MSG-ERROR-86 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          IF REPRESENTANTE-VIGIADO
                            DISPLAY MSG-ERROR-87 AT 2013 FOREGROUND-COLOR IS 4
                          ELSE
                            MOVE ZEROS TO CPF
                            MOVE ZEROS TO CPF2
                            MOVE W-CNPJ TO CNPJ
                            MOVE PJ-NOME-FANTASIA TO W-NOME
                            MOVE PJ-EMAIL TO W-EMAIL
                            MOVE PJ-TELEFONE TO W-TELEFONE
                            DISPLAY W-NOME AT 0515
                            DISPLAY W-EMAIL AT 1115
                            DISPLAY W-TELEFONE AT 1215
                            PERFORM CREATE-DADOS-CONTA
                          END-IF
                        END-IF
                    END-IF
                END-IF.

            *> DADOS DA CONTA COMUNS AOS DOIS TIPOS DE TITULAR; CONTATO,
            *> SEGUNDO TITULAR E CADASTRO DE CLIENTE SO NA PESSOA FISICA
            CREATE-DADOS-CONTA.
                MOVE ZEROS TO COD-CONTA.
                MOVE ZEROS TO M-COD-CONTA.
                PERFORM CHECK-COD-CONTA UNTIL COD-CONTA > 0.
                PERFORM ERROR-BLANK.

                MOVE ZEROS TO COD-AGENCIA.
                MOVE SPACE TO W-AGENCIA-VALIDA.
                PERFORM CHECK-COD-AGENCIA UNTIL AGENCIA-VALIDA.
                PERFORM ERROR-BLANK.

                IF TITULAR-PF AND NOT ACHOU-CLIENTE
                    PERFORM CHECK-EMAIL-CREATE UNTIL W-EMAIL NOT EQUAL SPACES
                    PERFORM ERROR-BLANK

                    PERFORM CHECK-TELEFONE-CREATE UNTIL W-TELEFONE NOT EQUAL SPACES
                    PERFORM ERROR-BLANK
                END-IF.

                MOVE 'C' TO W-TIPO-CONTA.
                ACCEPT W-TIPO-CONTA AT 1438 WITH PROMPT AUTO.
                IF W-TIPO-CONTA EQUAL 'p'
                    MOVE 'P' TO W-TIPO-CONTA
                END-IF.
                IF NOT TIPO-POUPANCA
                    MOVE 'C' TO W-TIPO-CONTA
                END-IF.

                *> POUPANÇA NÂO TEM CHEQUE ESPECIAL: O LIMITE NEM E PEDIDO
                MOVE ZEROS TO W-LIMITE.
                IF TIPO-CORRENTE
                    ACCEPT W-LIMITE AT 1015
                END-IF.
                PERFORM CHECK-SALDO-LIMITE-CREATE TEST AFTER UNTIL W-SALDO NOT LESS THAN W-MIN-SALDO.

                MOVE ZEROS TO W-LIMITE-SAQUE-DIA.
                ACCEPT W-LIMITE-SAQUE-DIA AT 1338.

                *> SEGUNDO TITULAR OPCIONAL (CONTA CONJUNTA); CONTA DE
                *> EMPRESA NÂO TEM SEGUNDO TITULAR, ASSINAM OS REPRESENTANTES
                MOVE ZEROS TO CPF2.
                IF TITULAR-PF
                    PERFORM CHECK-CPF2 UNTIL CPF2-VALIDO
                END-IF.

                MOVE ZEROS TO W-PACOTE.
                PERFORM CHECK-PACOTE UNTIL PACOTE-VALIDO.

                MOVE 'A' TO W-STATUS.
                MOVE DATE-TIME TO DT-ABERTURA.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                PERFORM WRITE-REG.
                *> CONTA JÀ EXISTE ? 22 = CHAVE DUPLICADA
                IF ARQ-OK EQUAL '22'
                    DISPLAY MSG-ERROR-08 AT 2013
                ELSE
                    MOVE 'CR' TO W-EXT-TIPO-ATUAL
                    MOVE ZEROS TO EXT-SALDO-ANTERIOR
                    MOVE ZEROS TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    IF TITULAR-PF AND NOT ACHOU-CLIENTE
                        PERFORM GRAVA-CLIENTE
                    END-IF
                    DISPLAY MSG02 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> DELETAR CONTA LOOP (SOFT-DELETE, MARCA A CONTA COMO ENCERRADA)
            LOOP-DELETE.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY DELETE-SCREEN.

                MOVE SPACE TO W-ASK.
                *> O ENCERRAMENTO DEBITA TARIFA E PAGA O SALDO, ENTÂO
                *> RESPEITA A JANELA BATCH COMO AS DEMAIS OPERAÇÔES DE SALDO
                PERFORM VERIFICA-JANELA-BATCH.
                *> RECEBE A CONTA
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0515
                    MOVE M-COD-CONTA TO COD-CONTA
                END-IF.

                *> VERIFICA SE A CONTA È DIFERENTE DE ZERO (00000.00), SE SIM, PROCURA E TENTA APAGAR
                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    *> 23 = NÂO CONSTA NA BASE; 51 = TRAVADO PELO OUTRO CAIXA
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      IF CONTA-FECHADA
                        *> CONTA JA ENCERRADA, NÂO APAGA (OU AUDITA) DE NOVO
                        DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        *> LEVANTA TUDO O QUE AINDA ESTA PRESO A CONTA E SO
                        *> ENCERRA SEM IMPEDIMENTO E COM A CONFIRMAÇÂO DO
                        *> CAIXA, LIQUIDANDO O QUE DA PARA LIQUIDAR
                        PERFORM APURA-PENDENCIAS-ENCERRAMENTO
                        PERFORM EXIBE-PENDENCIAS-ENCERRAMENTO
                        EVALUATE TRUE
                            WHEN ENCERRAMENTO-IMPEDIDO
                                DISPLAY MSG-ERROR-63 AT 2013 FOREGROUND-COLOR IS 4
                            WHEN W-ENC-SALDO-PAGAR < ZEROS
                                DISPLAY MSG-ERROR-64 AT 2013 FOREGROUND-COLOR IS 4
                            WHEN W-ENC-SALDO-PAGAR > ZEROS AND CPF-VIGIADO
                                DISPLAY MSG-ERROR-65 AT 2013 FOREGROUND-COLOR IS 4
                            WHEN OTHER
                                MOVE SPACE TO W-ENC-CONFIRMA
                                DISPLAY "CONFIRMA ENCERRAMENTO (S/N)? " AT 1805
                                ACCEPT W-ENC-CONFIRMA AT 1834 WITH PROMPT AUTO
                                IF CONFIRMA-ENCERRAMENTO
                                    PERFORM LIQUIDA-PENDENCIAS-ENCERRAMENTO
                                    PERFORM DELETE-REG
                                    PERFORM IMPRIME-TERMO-ENCERRAMENTO
                                    DISPLAY MSG59 AT 2013 FOREGROUND-COLOR IS 2
                                ELSE
                                    DISPLAY MSG60 AT 2013 FOREGROUND-COLOR IS 4
                                END-IF
                        END-EVALUATE
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.

                *> PERGUNTA SE DESEJA SAIR OU NÂO ...
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> PENDENCIAS DA CONTA ANTES DO ENCERRAMENTO. IMPEDEM: CHEQUE
            *> EMITIDO AINDA NÂO COMPENSADO NEM SUSTADO (PODE ESTAR
            *> CIRCULANDO), EMPRESTIMO ATIVO, BLOQUEIO JUDICIAL ATIVO,
            *> TRANSFERENCIA EXTERNA AINDA NÂO REMETIDA A CAMARA, CDB
            *> ATIVO E CHEQUE DEPOSITADO AINDA EM COMPENSAÇÂO. A TARIFA DO PACOTE E PRO RATA PELOS DIAS JA
            *> CORRIDOS NO MES, SE A MANUTENÇÂO DO MES AINDA NÂO FOI
            *> COBRADA PELO CONTA-TARIFA; O SALDO A PAGAR E O QUE SOBRA
            *> DEPOIS DELA
            APURA-PENDENCIAS-ENCERRAMENTO.
                MOVE 'N' TO W-ENC-IMPEDIDO.
                MOVE ZEROS TO W-ENC-QTDE-CHEQUES.
                MOVE ZEROS TO W-ENC-QTDE-EMPREST.
                MOVE ZEROS TO W-ENC-QTDE-TRANSF-EXT.
                MOVE ZEROS TO W-ENC-QTDE-CDB.
                MOVE ZEROS TO W-ENC-QTDE-AGENDA.
                MOVE ZEROS TO W-ENC-QTDE-DEBAUT.
                MOVE ZEROS TO W-ENC-TARIFA.
                MOVE ZEROS TO W-ENC-COMPROVANTE.
                MOVE COD-CONTA TO CHQ-COD-CONTA.
                MOVE ZEROS TO CHQ-NUMERO.
                START ARQ-CHEQUE KEY IS NOT LESS THAN CHQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CHQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CHQ-OK
                END-START.
                PERFORM UNTIL ARQ-CHQ-OK EQUAL 10
                    READ ARQ-CHEQUE NEXT RECORD
                        AT END MOVE 10 TO ARQ-CHQ-OK
                        NOT AT END
                            IF CHQ-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-CHQ-OK
                            ELSE
                                IF CHQ-EMITIDO
                                    ADD 1 TO W-ENC-QTDE-CHEQUES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE COD-CONTA TO EMP-COD-CONTA.
                MOVE ZEROS TO EMP-SEQUENCIA.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EMP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EMP-OK
                END-START.
                PERFORM UNTIL ARQ-EMP-OK EQUAL 10
                    READ ARQ-EMPRESTIMO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EMP-OK
                        NOT AT END
                            IF EMP-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EMP-OK
                            ELSE
                                IF EMP-ATIVO
                                    ADD 1 TO W-ENC-QTDE-EMPREST
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE COD-CONTA TO W-BLQ-CONTA.
                PERFORM SOMA-BLOQUEIOS.
                PERFORM SOMA-FLOAT-CHEQUES.
                MOVE COD-CONTA TO TEX-COD-CONTA.
                MOVE ZEROS TO TEX-SEQUENCIA.
                START ARQ-TRANSF-EXT KEY IS NOT LESS THAN TEX-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-TEX-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-TEX-OK
                END-START.
                PERFORM UNTIL ARQ-TEX-OK EQUAL 10
                    READ ARQ-TRANSF-EXT NEXT RECORD
                        AT END MOVE 10 TO ARQ-TEX-OK
                        NOT AT END
                            IF TEX-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-TEX-OK
                            ELSE
                                IF TEX-PENDENTE
                                    ADD 1 TO W-ENC-QTDE-TRANSF-EXT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE COD-CONTA TO CDB-COD-CONTA.
                MOVE ZEROS TO CDB-SEQUENCIA.
                START ARQ-CDB KEY IS NOT LESS THAN CDB-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDB-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDB-OK
                END-START.
                PERFORM UNTIL ARQ-CDB-OK EQUAL 10
                    READ ARQ-CDB NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDB-OK
                        NOT AT END
                            IF CDB-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-CDB-OK
                            ELSE
                                IF CDB-ATIVO
                                    ADD 1 TO W-ENC-QTDE-CDB
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE COD-CONTA TO AGD-COD-CONTA.
                MOVE ZEROS TO AGD-SEQUENCIA.
                START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AGD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AGD-OK
                END-START.
                PERFORM UNTIL ARQ-AGD-OK EQUAL 10
                    READ ARQ-AGENDA NEXT RECORD
                        AT END MOVE 10 TO ARQ-AGD-OK
                        NOT AT END
                            IF AGD-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-AGD-OK
                            ELSE
                                IF AGD-ATIVO
                                    ADD 1 TO W-ENC-QTDE-AGENDA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                *> AUTORIZAÇÂO DE DEBITO AUTOMATICO NÂO TEM CHAVE POR
                *> CONTA: VARREDURA COMPLETA DO CADASTRO
                MOVE LOW-VALUES TO DAU-CHAVE.
                START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-DAU-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-DAU-OK
                END-START.
                PERFORM UNTIL ARQ-DAU-OK EQUAL 10
                    READ ARQ-DEBAUT NEXT RECORD
                        AT END MOVE 10 TO ARQ-DAU-OK
                        NOT AT END
                            IF DAU-COD-CONTA EQUAL COD-CONTA AND DAU-ATIVA
                                ADD 1 TO W-ENC-QTDE-DEBAUT
                            END-IF
                    END-READ
                END-PERFORM.
                IF W-ENC-QTDE-CHEQUES > ZEROS OR W-ENC-QTDE-EMPREST > ZEROS OR
                   W-SOMA-BLOQUEIOS > ZEROS OR W-ENC-QTDE-TRANSF-EXT > ZEROS OR
                   W-ENC-QTDE-CDB > ZEROS OR W-SOMA-FLOAT > ZEROS
                    MOVE 'S' TO W-ENC-IMPEDIDO
                END-IF.
                PERFORM CALCULA-TARIFA-PRO-RATA.
                COMPUTE W-ENC-SALDO-PAGAR = W-SALDO - W-ENC-TARIFA.
                PERFORM VERIFICA-WATCHLIST.

            *> MENSALIDADE DO PACOTE PELOS DIAS CORRIDOS ATE HOJE NO MES;
            *> UM 'TA' DE MANUTENÇÂO (CATEGORIA DIFERENTE DA 96 DO
            *> EXCEDENTE E DA 98 DO CHEQUE DEVOLVIDO) JA LANÇADO NO MES
            *> QUER DIZER QUE O MES JA FOI PAGO
            CALCULA-TARIFA-PRO-RATA.
                MOVE 'N' TO W-ENC-COBRADA.
                IF W-PACOTE NOT EQUAL ZEROS
                    PERFORM LE-PACOTE
                END-IF.
                IF W-PACOTE NOT EQUAL ZEROS AND ACHOU-PACOTE
                    MOVE COD-CONTA TO EXT-COD-CONTA
                    MOVE ZEROS TO EXT-SEQUENCIA
                    START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                        INVALID KEY MOVE 10 TO ARQ-EXT-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                    END-START
                    PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                        READ ARQ-EXTRATO NEXT RECORD
                            AT END MOVE 10 TO ARQ-EXT-OK
                            NOT AT END
                                IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                    MOVE 10 TO ARQ-EXT-OK
                                ELSE
                                    IF EXT-TARIFA AND
                                       EXT-CATEGORIA NOT EQUAL 96 AND
                                       EXT-CATEGORIA NOT EQUAL 98 AND
                                       EXT-DATA-ANO EQUAL YEARS AND
                                       EXT-DATA-MES EQUAL MONTHS
                                        MOVE 'S' TO W-ENC-COBRADA
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    IF NOT MANUTENCAO-COBRADA
                        EVALUATE MONTHS
                            WHEN 4
                            WHEN 6
                            WHEN 9
                            WHEN 11
                                MOVE 30 TO W-ENC-DIAS-MES
                            WHEN 2
                                IF FUNCTION MOD(YEARS, 4) EQUAL ZEROS AND
                                   (FUNCTION MOD(YEARS, 100) NOT EQUAL ZEROS OR
                                    FUNCTION MOD(YEARS, 400) EQUAL ZEROS)
                                    MOVE 29 TO W-ENC-DIAS-MES
                                ELSE
                                    MOVE 28 TO W-ENC-DIAS-MES
                                END-IF
                            WHEN OTHER
                                MOVE 31 TO W-ENC-DIAS-MES
                        END-EVALUATE
                        COMPUTE W-ENC-TARIFA ROUNDED =
                            PAC-MENSALIDADE * DAYS / W-ENC-DIAS-MES
                    END-IF
                END-IF.

            EXIBE-PENDENCIAS-ENCERRAMENTO.
                DISPLAY DELETE-SCREEN-COMPLEMENT.
                DISPLAY W-NOME AT 0615.
                MOVE W-SALDO TO M-ENC-VALOR.
                DISPLAY M-ENC-VALOR AT 0715.
                DISPLAY W-ENC-QTDE-CHEQUES AT 0835.
                DISPLAY W-ENC-QTDE-EMPREST AT 0935.
                MOVE W-SOMA-BLOQUEIOS TO M-ENC-VALOR.
                DISPLAY M-ENC-VALOR AT 1035.
                DISPLAY W-ENC-QTDE-TRANSF-EXT AT 1135.
                DISPLAY W-ENC-QTDE-CDB AT 1235.
                DISPLAY W-ENC-QTDE-AGENDA AT 1335.
                DISPLAY W-ENC-QTDE-DEBAUT AT 1435.
                MOVE W-ENC-TARIFA TO M-ENC-VALOR.
                DISPLAY M-ENC-VALOR AT 1535.
                MOVE W-ENC-SALDO-PAGAR TO M-ENC-VALOR.
                DISPLAY M-ENC-VALOR AT 1635.
                MOVE W-SOMA-FLOAT TO M-ENC-VALOR.
                DISPLAY M-ENC-VALOR AT 1735.

            *> LIQUIDA O QUE DA PARA LIQUIDAR NO BALCÂO: CANCELA AS ORDENS
            *> AGENDADAS E AS AUTORIZAÇÔES DE DEBITO AUTOMATICO, DEBITA A
            *> TARIFA PRO RATA E PAGA O SALDO CREDOR EM DINHEIRO; OS DOIS
            *> LANÇAMENTOS PASSAM PELO DIARIO DE INTENÇÔES COMO TODA
            *> OPERAÇÂO DE SALDO
            LIQUIDA-PENDENCIAS-ENCERRAMENTO.
                IF W-ENC-QTDE-AGENDA > ZEROS
                    MOVE COD-CONTA TO AGD-COD-CONTA
                    MOVE ZEROS TO AGD-SEQUENCIA
                    START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                        INVALID KEY MOVE 10 TO ARQ-AGD-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-AGD-OK
                    END-START
                    PERFORM UNTIL ARQ-AGD-OK EQUAL 10
                        READ ARQ-AGENDA NEXT RECORD
                            AT END MOVE 10 TO ARQ-AGD-OK
                            NOT AT END
                                IF AGD-COD-CONTA NOT EQUAL COD-CONTA
                                    MOVE 10 TO ARQ-AGD-OK
                                ELSE
                                    IF AGD-ATIVO
                                        MOVE 'C' TO AGD-STATUS
                                        REWRITE REG-AGENDAMENTO INVALID KEY PERFORM FILE-ERROR-MODIFY
                                        END-REWRITE
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF.
                IF W-ENC-QTDE-DEBAUT > ZEROS
                    MOVE LOW-VALUES TO DAU-CHAVE
                    START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                        INVALID KEY MOVE 10 TO ARQ-DAU-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-DAU-OK
                    END-START
                    PERFORM UNTIL ARQ-DAU-OK EQUAL 10
                        READ ARQ-DEBAUT NEXT RECORD
                            AT END MOVE 10 TO ARQ-DAU-OK
                            NOT AT END
                                IF DAU-COD-CONTA EQUAL COD-CONTA AND DAU-ATIVA
                                    MOVE 'C' TO DAU-STATUS
                                    MOVE DATE-TIME TO DAU-DT-CANCELAMENTO
                                    MOVE W-OPERADOR-ATUAL TO DAU-OPERADOR
                                    REWRITE REG-DEBAUT INVALID KEY PERFORM FILE-ERROR-MODIFY
                                    END-REWRITE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF.
                IF W-ENC-TARIFA > ZEROS
                    MOVE 'TA' TO W-INT-TIPO
                    MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                    MOVE ZEROS TO W-INT-CONTA-DESTINO
                    MOVE W-ENC-TARIFA TO W-INT-VALOR
                    MOVE W-SALDO TO W-INT-SALDO-ANTES
                    PERFORM GRAVA-INTENCAO
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT W-ENC-TARIFA FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'TA' TO W-EXT-TIPO-ATUAL
                    MOVE W-ENC-TARIFA TO EXT-VALOR
                    MOVE "TARIFA PRO RATA" TO W-EXT-DESCRICAO-MOV
                    PERFORM GRAVA-EXTRATO
                    PERFORM CONCLUI-INTENCAO
                END-IF.
                IF W-ENC-SALDO-PAGAR > ZEROS
                    MOVE 'SA' TO W-INT-TIPO
                    MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                    MOVE ZEROS TO W-INT-CONTA-DESTINO
                    MOVE W-ENC-SALDO-PAGAR TO W-INT-VALOR
                    MOVE W-SALDO TO W-INT-SALDO-ANTES
                    PERFORM GRAVA-INTENCAO
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT W-ENC-SALDO-PAGAR FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'SA' TO W-EXT-TIPO-ATUAL
                    MOVE W-ENC-SALDO-PAGAR TO EXT-VALOR
                    MOVE "SALDO ENCERRAMENTO" TO W-EXT-DESCRICAO-MOV
                    PERFORM GRAVA-EXTRATO
                    MOVE CPV-NUMERO TO W-ENC-COMPROVANTE
                    PERFORM CONCLUI-INTENCAO
                    MOVE ZEROS TO W-CXA-DELTA-DEP
                    MOVE W-ENC-SALDO-PAGAR TO W-CXA-DELTA-SAQ
                    PERFORM ATUALIZA-CAIXA
                END-IF.

            *> TERMO DE ENCERRAMENTO: CADA ITEM VERIFICADO E COMO FOI
            *> RESOLVIDO, COM ESPAÇO PARA A ASSINATURA DO CLIENTE
            IMPRIME-TERMO-ENCERRAMENTO.
                OPEN EXTEND ARQ-TERMO.
                IF ARQ-TER-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-TERMO
                END-IF.
                MOVE "TERMO DE ENCERRAMENTO DE CONTA" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                STRING "CONTA " DELIMITED BY SIZE
                       COD-CONTA DELIMITED BY SIZE
                       " AGENCIA " DELIMITED BY SIZE
                       COD-AGENCIA DELIMITED BY SIZE
                       " ENCERRADA EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-TERMO.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                MOVE CPF TO M-CPF.
                STRING "TITULAR " DELIMITED BY SIZE
                       W-NOME DELIMITED BY SIZE
                       " CPF " DELIMITED BY SIZE
                       M-CPF DELIMITED BY SIZE
                    INTO REG-TERMO.
                WRITE REG-TERMO.
                IF CPF2 NOT EQUAL ZEROS
                    MOVE SPACES TO REG-TERMO
                    MOVE CPF2 TO M-CPF
                    STRING "SEGUNDO TITULAR CPF " DELIMITED BY SIZE
                           M-CPF DELIMITED BY SIZE
                        INTO REG-TERMO
                    WRITE REG-TERMO
                END-IF.
                MOVE "ITENS VERIFICADOS" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE "  CHEQUES EM ABERTO .............. NENHUM" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE "  EMPRESTIMOS ATIVOS ............. NENHUM" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE "  BLOQUEIOS JUDICIAIS ............ NENHUM" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE "  TRANSFERENCIAS EXTERNAS ........ NENHUMA PENDENTE" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE "  APLICACOES EM CDB .............. NENHUMA ATIVA" TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                STRING "  ORDENS AGENDADAS ............... " DELIMITED BY SIZE
                       W-ENC-QTDE-AGENDA DELIMITED BY SIZE
                       " CANCELADA(S)" DELIMITED BY SIZE
                    INTO REG-TERMO.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                STRING "  DEBITOS AUTOMATICOS ............ " DELIMITED BY SIZE
                       W-ENC-QTDE-DEBAUT DELIMITED BY SIZE
                       " CANCELADO(S)" DELIMITED BY SIZE
                    INTO REG-TERMO.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                IF W-ENC-TARIFA > ZEROS
                    MOVE W-ENC-TARIFA TO M-ENC-VALOR
                    STRING "  TARIFA DO PACOTE PRO RATA ...... " DELIMITED BY SIZE
                           M-ENC-VALOR DELIMITED BY SIZE
                           " DEBITADA" DELIMITED BY SIZE
                        INTO REG-TERMO
                ELSE
                    MOVE "  TARIFA DO PACOTE PRO RATA ...... NAO DEVIDA" TO REG-TERMO
                END-IF.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                IF W-ENC-SALDO-PAGAR > ZEROS
                    MOVE W-ENC-SALDO-PAGAR TO M-ENC-VALOR
                    STRING "  SALDO PAGO AO CLIENTE .......... " DELIMITED BY SIZE
                           M-ENC-VALOR DELIMITED BY SIZE
                           " COMPROVANTE " DELIMITED BY SIZE
                           W-ENC-COMPROVANTE DELIMITED BY SIZE
                        INTO REG-TERMO
                ELSE
                    MOVE "  SALDO PAGO AO CLIENTE .......... CONTA SEM SALDO" TO REG-TERMO
                END-IF.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                WRITE REG-TERMO.
                STRING "OPERADOR " DELIMITED BY SIZE
                       W-OPERADOR-ATUAL DELIMITED BY SIZE
                    INTO REG-TERMO.
                WRITE REG-TERMO.
                MOVE SPACES TO REG-TERMO.
                WRITE REG-TERMO.
                MOVE "ASSINATURA DO TITULAR: ______________________________" TO REG-TERMO.
                WRITE REG-TERMO.
                *> QUEBRA DE PAGINA ENTRE UM TERMO E O SEGUINTE (FF PARA A IMPRESSORA)
                MOVE SPACES TO REG-TERMO.
                MOVE X"0C" TO REG-TERMO (1:1).
                WRITE REG-TERMO.
                CLOSE ARQ-TERMO.

            *> MODIFICAR CONTA LOOP
            LOOP-MODIFY.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY MODIFY-SCREEN.

                MOVE SPACE TO W-ASK.
                *> A MODIFICAÇÂO TAMBEM MEXE EM SALDO (O SALDO E REDIGITADO
                *> NA TELA), ENTÂO RESPEITA A JANELA BATCH COMO AS DEMAIS
                PERFORM VERIFICA-JANELA-BATCH.
                *> RECEBE A CONTA
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0515
                    MOVE M-COD-CONTA TO COD-CONTA
                END-IF.

                *> VERIFICA SE A CONTA È DIFERENTE DE ZERO (00000.00), SE SIM, PROCURA E TENTA APAGAR
                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    *> 23 = NÂO CONSTA NA BASE; 51 = TRAVADO PELO OUTRO CAIXA
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      IF CONTA-FECHADA
                        DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        *> SE TIVER AQUI SIGNIFICA QUE A CONTA EXISTE ...

                        *> GUARDA OS VALORES ATUAIS PARA A TRILHA DE AUDITORIA
                        MOVE CPF TO W-ANT-CPF
                        MOVE W-NOME TO W-ANT-NOME
                        MOVE W-EMAIL TO W-ANT-EMAIL
                        MOVE W-TELEFONE TO W-ANT-TELEFONE
                        MOVE W-LIMITE TO W-ANT-LIMITE
                        MOVE W-LIMITE-SAQUE-DIA TO W-ANT-LIMITE-SAQUE
                        MOVE CPF2 TO W-ANT-CPF2
                        MOVE W-PACOTE TO W-ANT-PACOTE

                        *> MOSTRA O COMPLETOMENTO DA TELA
                        DISPLAY MODIFY-SCREEN-COMPLEMENT

                        *> CONTA DE EMPRESA: CNPJ, NOME FANTASIA E CONTATO SO
                        *> MUDAM NO CADASTRO DA EMPRESA (OPÇÂO 43)
                        IF TITULAR-PJ
                            DISPLAY "CNPJ    :" AT 0705
                            MOVE CNPJ TO M-CNPJ
                            DISPLAY M-CNPJ AT 0715
                            DISPLAY W-NOME AT 0815
                            DISPLAY W-EMAIL AT 1115
                            DISPLAY W-TELEFONE AT 1215
                        ELSE
                        *> COLOCA O CPF NA MASCARA E DEPOIS CHAMA A FUNÇÂO PARA LER E VERIFICAR O CPF ...
                        MOVE CPF TO M-CPF
                        PERFORM MODIFY-CHECK-CPF TEST AFTER UNTIL W-CPF(10:1) EQUAL W-FIRST-DIGIT AND W-CPF(11:1) EQUAL W-SECOND-DIGIT
                        PERFORM ERROR-BLANK
                        MOVE M-CPF TO CPF

                        PERFORM CHECK-NOME-MODIFY TEST AFTER UNTIL W-NOME NOT EQUAL SPACES
                        PERFORM ERROR-BLANK

                        PERFORM CHECK-EMAIL-MODIFY TEST AFTER UNTIL W-EMAIL NOT EQUAL SPACES
                        PERFORM ERROR-BLANK

                        PERFORM CHECK-TELEFONE-MODIFY TEST AFTER UNTIL W-TELEFONE NOT EQUAL SPACES
                        END-IF

                        DISPLAY W-TIPO-CONTA AT 1415

                        MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                        MOVE W-LIMITE TO W-LIMITE-ANTERIOR
                        *> POUPANÇA NÂO TEM CHEQUE ESPECIAL: O LIMITE
                        *> CONTINUA ZERADO E NEM E REDIGITADO
                        IF TIPO-CORRENTE
                            ACCEPT W-LIMITE AT 1015
                        ELSE
                            MOVE ZEROS TO W-LIMITE
                        END-IF
                        PERFORM CHECK-SALDO-LIMITE-CREATE TEST AFTER UNTIL W-SALDO NOT LESS THAN W-MIN-SALDO

                        ACCEPT W-LIMITE-SAQUE-DIA AT 1338

                        *> SEGUNDO TITULAR: EXIBE O ATUAL E ACEITA TROCA
                        *> (ZEROS REMOVE A CONTA CONJUNTA)
                        MOVE CPF2 TO M-CPF
                        DISPLAY M-CPF AT 1538
                        IF TITULAR-PF
                            PERFORM CHECK-CPF2 UNTIL CPF2-VALIDO
                        END-IF

                        DISPLAY W-PACOTE AT 1638
                        PERFORM CHECK-PACOTE UNTIL PACOTE-VALIDO

                        *> AUMENTO DE LIMITE ACIMA DO TETO EXIGE APROVACAO DE UM SUPERVISOR,
                        *> SALVO QUANDO O LIMITE NOVO CABE NO PRE-APROVADO DO SCORE DO TITULAR
                        SUBTRACT W-LIMITE-ANTERIOR FROM W-LIMITE GIVING W-LIMITE-DELTA
                        MOVE 'N' TO W-SCO-DISPENSA
                        IF W-LIMITE-DELTA > W-LIMITE-THRESHOLD
                            PERFORM CHAVE-SCORE-CONTA
                            PERFORM LE-SCORE-VIGENTE
                            IF SCORE-VIGENTE AND
                               W-LIMITE NOT > SCO-LIMITE-PRE-APROVADO
                                MOVE 'S' TO W-SCO-DISPENSA
                            END-IF
                        END-IF
                        IF W-LIMITE-DELTA > W-LIMITE-THRESHOLD AND NOT DISPENSA-SUPERVISOR
                            MOVE W-LIMITE-ANTERIOR TO APR-LIMITE-ATUAL
                            MOVE W-LIMITE TO APR-LIMITE-NOVO
                            MOVE W-LIMITE-ANTERIOR TO W-LIMITE
                            MOVE 'L' TO W-APR-TIPO-ATUAL
                            PERFORM GRAVA-APROVACAO
                            DISPLAY MSG07 AT 2013 FOREGROUND-COLOR IS 2

                            *> O SALDO DIGITADO SO FOI VALIDADO CONTRA O LIMITE PENDENTE;
                            *> REVALIDA CONTRA O LIMITE ATIVO (REVERTIDO) ANTES DE GRAVAR
                            COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                            IF W-SALDO < W-MIN-SALDO
                                MOVE EXT-SALDO-ANTERIOR TO W-SALDO
                                DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                            END-IF
                        END-IF

                        MOVE DATE-TIME TO DT-ULT-MODIF

                        *> SALVA E EXIBE MENSAGEM ....
                        PERFORM MODIFY-REG
                        MOVE 'MO' TO W-EXT-TIPO-ATUAL
                        MOVE ZEROS TO EXT-VALOR
                        PERFORM GRAVA-EXTRATO
                        PERFORM GRAVA-AUDIT-MODIF
                        IF DISPENSA-SUPERVISOR
                            DISPLAY MSG54 AT 2013 FOREGROUND-COLOR IS 2
                        ELSE
                            IF W-LIMITE-DELTA NOT > W-LIMITE-THRESHOLD
                                DISPLAY MSG04 AT 2013 FOREGROUND-COLOR IS 2
                            END-IF
                        END-IF

                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.

                *> PERGUNTA SE DESEJA SAIR OU NÂO ...
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> DEPOSITO
            LOOP-DEPOSITO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY DEPOSITO-SCREEN.

                MOVE SPACE TO W-ASK.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0312
                    MOVE M-COD-CONTA TO COD-CONTA
                    *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                    IF COD-CONTA NOT EQUAL ZEROS
                        MOVE ZEROS TO W-DV-DIGITADO
                        ACCEPT W-DV-DIGITADO AT 0326 WITH PROMPT AUTO
                        MOVE COD-CONTA TO W-DV-BASE
                        PERFORM VERIFICA-DV-CONTA
                        IF NOT DV-CONFERE
                            MOVE ZEROS TO COD-CONTA
                        END-IF
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      PERFORM TRATA-CONTA-DORMENTE
                      IF NOT CONTA-ATIVA
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0515
                        MOVE W-SALDO TO M-SALDO
                        DISPLAY M-SALDO AT 0618
                        PERFORM CALCULA-SALDO-DISPONIVEL
                        DISPLAY M-SALDO AT 0647
                        MOVE SPACE TO W-DEP-TIPO
                        PERFORM ACEITA-TIPO-DEPOSITO
                            UNTIL DEPOSITO-DINHEIRO OR DEPOSITO-CHEQUE
                        MOVE ZEROS TO W-VALOR
                        ACCEPT W-VALOR AT 0824 WITH PROMPT AUTO
                        MOVE SPACES TO W-EXT-DESCRICAO-MOV
                        ACCEPT W-EXT-DESCRICAO-MOV AT 0927 WITH PROMPT
                        MOVE ZEROS TO W-EXT-CATEGORIA-MOV
                        ACCEPT W-EXT-CATEGORIA-MOV AT 1028 WITH PROMPT AUTO
                        IF DEPOSITO-CHEQUE
                            PERFORM ACEITA-DADOS-CHEQUE-DEP
                        END-IF

                        IF W-VALOR NOT > ZEROS
                            DISPLAY MSG-ERROR-16 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          *> TITULAR FALECIDO: O CREDITO ENTRA NO ESPOLIO,
                          *> MAS A TENTATIVA FICA REGISTRADA
                          MOVE 'DE' TO W-OBT-MOV-TIPO
                          IF DEPOSITO-CHEQUE
                            MOVE 'DC' TO W-OBT-MOV-TIPO
                          END-IF
                          MOVE W-VALOR TO W-OBT-MOV-VALOR
                          PERFORM VERIFICA-OBITO-CONTA-LIDA
                          IF DEPOSITO-CHEQUE
                            PERFORM DEPOSITA-CHEQUE-TERCEIRO
                          ELSE
                          *> CLIENTE VIGIADO: REGISTRA SEM APLICAR AO SALDO,
                          *> ATE O SUPERVISOR LIBERAR OU REJEITAR
                          PERFORM VERIFICA-WATCHLIST
                          IF CPF-VIGIADO
                            MOVE 'DE' TO W-PEN-TIPO-RETIDA
                            PERFORM RETEM-OPERACAO
                          ELSE
                            COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                            MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                            ADD W-VALOR TO W-SALDO
                            IF W-SALDO < W-MIN-SALDO
                                SUBTRACT W-VALOR FROM W-SALDO
                                DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                                MOVE 'DE' TO W-INT-TIPO
                                MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                                MOVE ZEROS TO W-INT-CONTA-DESTINO
                                MOVE W-VALOR TO W-INT-VALOR
                                MOVE EXT-SALDO-ANTERIOR TO W-INT-SALDO-ANTES
                                PERFORM GRAVA-INTENCAO
                                MOVE DATE-TIME TO DT-ULT-MODIF
                                PERFORM MODIFY-REG
                                MOVE 'DE' TO W-EXT-TIPO-ATUAL
                                MOVE W-VALOR TO EXT-VALOR
                                PERFORM GRAVA-EXTRATO
                                PERFORM CONCLUI-INTENCAO
                                MOVE W-VALOR TO W-CXA-DELTA-DEP
                                MOVE ZEROS TO W-CXA-DELTA-SAQ
                                PERFORM ATUALIZA-CAIXA
                                DISPLAY MSG05 AT 2013 FOREGROUND-COLOR IS 2
                            END-IF
                          END-IF
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            ACEITA-TIPO-DEPOSITO.
                MOVE 'D' TO W-DEP-TIPO.
                ACCEPT W-DEP-TIPO AT 0733 WITH PROMPT AUTO.
                IF NOT DEPOSITO-DINHEIRO AND NOT DEPOSITO-CHEQUE
                    DISPLAY MSG-ERROR-80 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            *> DADOS DA FOLHA COMO IMPRESSOS NA LINHA DO CHEQUE
            ACEITA-DADOS-CHEQUE-DEP.
                DISPLAY "CHEQUE - BANCO: " AT 1105.
                DISPLAY "AGENCIA: " AT 1127.
                DISPLAY "CONTA EMITENTE: " AT 1205.
                DISPLAY "NUMERO: " AT 1232.
                MOVE ZEROS TO W-CDP-BANCO.
                ACCEPT W-CDP-BANCO AT 1121 WITH PROMPT AUTO.
                MOVE ZEROS TO W-CDP-AGENCIA.
                ACCEPT W-CDP-AGENCIA AT 1136 WITH PROMPT AUTO.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 1221.
                MOVE M-COD-CONTA TO W-CDP-CONTA.
                MOVE ZEROS TO W-CDP-NUMERO.
                ACCEPT W-CDP-NUMERO AT 1240 WITH PROMPT AUTO.

            *> CHEQUE DE OUTRO BANCO: O VALOR ENTRA EM W-SALDO NA HORA
            *> (MOVIMENTO 'DC', FORA DO DINHEIRO DA GAVETA) MAS SO FICA
            *> DISPONIVEL DEPOIS DO FLOAT DA COMPENSAÇÂO. A INTENÇÂO 'DC'
            *> ABRE ANTES DE O CHEQUE SER GRAVADO E O CHEQUE ANTES DO
            *> CREDITO: SE O CAIXA CAIR NO MEIO, O CONTA-RECUPERA DESFAZ
            *> O REGISTRO DO CREDITO QUE NÂO ACONTECEU. CLIENTE VIGIADO NÂO PRECISA DE RETENÇÂO AQUI,
            *> O PROPRIO FLOAT SEGURA O VALOR ATE A CAMARA LIQUIDAR
            DEPOSITA-CHEQUE-TERCEIRO.
                IF W-CDP-BANCO EQUAL ZEROS OR W-CDP-AGENCIA EQUAL ZEROS OR
                   W-CDP-CONTA EQUAL ZEROS OR W-CDP-NUMERO EQUAL ZEROS
                    DISPLAY MSG-ERROR-79 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    PERFORM PROCURA-CHEQUE-REPETIDO
                    IF CHEQUE-JA-DEPOSITADO
                        DISPLAY MSG-ERROR-81 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM CALCULA-DISPONIBILIDADE-CHEQUE
                        MOVE 'DC' TO W-INT-TIPO
                        MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                        MOVE ZEROS TO W-INT-CONTA-DESTINO
                        MOVE W-VALOR TO W-INT-VALOR
                        MOVE W-SALDO TO W-INT-SALDO-ANTES
                        PERFORM GRAVA-INTENCAO
                        PERFORM GRAVA-CHEQUE-DEP
                        MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                        ADD W-VALOR TO W-SALDO
                        MOVE DATE-TIME TO DT-ULT-MODIF
                        PERFORM MODIFY-REG
                        MOVE 'DC' TO W-EXT-TIPO-ATUAL
                        MOVE W-VALOR TO EXT-VALOR
                        PERFORM GRAVA-EXTRATO
                        PERFORM ANOTA-CREDITO-CHEQUE-DEP
                        PERFORM CONCLUI-INTENCAO
                        MOVE CDP-DISP-DIA TO W-CDP-EDIT-DIA
                        MOVE CDP-DISP-MES TO W-CDP-EDIT-MES
                        MOVE CDP-DISP-ANO TO W-CDP-EDIT-ANO
                        DISPLAY "DISPONIVEL EM : " AT 1305
                        DISPLAY W-CDP-DATA-EDIT AT 1321
                        DISPLAY MSG69 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                END-IF.

            *> A MESMA FOLHA (BANCO + AGENCIA + CONTA + NUMERO) NÂO
            *> ENTRA DUAS VEZES NA CONTA; A DEVOLVIDA PODE SER
            *> REAPRESENTADA
            PROCURA-CHEQUE-REPETIDO.
                MOVE 'N' TO W-CDP-REPETIDO.
                MOVE COD-CONTA TO CDP-COD-CONTA.
                MOVE ZEROS TO CDP-SEQUENCIA.
                START ARQ-CHEQUE-DEP KEY IS NOT LESS THAN CDP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDP-OK
                END-START.
                PERFORM UNTIL ARQ-CDP-OK EQUAL 10 OR CHEQUE-JA-DEPOSITADO
                    READ ARQ-CHEQUE-DEP NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDP-OK
                        NOT AT END
                            IF CDP-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-CDP-OK
                            ELSE
                                IF CDP-BANCO-EMITENTE EQUAL W-CDP-BANCO AND
                                   CDP-AGENCIA-EMITENTE EQUAL W-CDP-AGENCIA AND
                                   CDP-CONTA-EMITENTE EQUAL W-CDP-CONTA AND
                                   CDP-NUMERO-CHEQUE EQUAL W-CDP-NUMERO AND
                                   NOT CDP-DEVOLVIDO
                                    MOVE 'S' TO W-CDP-REPETIDO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> DATA DE DISPONIBILIDADE: D+N DIAS UTEIS PELO CALENDARIO
            *> BANCARIO, COM N CONFORME A FAIXA DE VALOR DO PARAMETRO
            *> (SAI EM W-DUT-DATA-NUM)
            CALCULA-DISPONIBILIDADE-CHEQUE.
                PERFORM LE-FLOAT-PARAM.
                IF W-VALOR < W-CDP-VALOR-FAIXA
                    MOVE W-CDP-DIAS-ABAIXO TO W-CDP-DIAS-FLOAT
                ELSE
                    MOVE W-CDP-DIAS-ACIMA TO W-CDP-DIAS-FLOAT
                END-IF.
                MOVE DATE-TIME TO W-DUT-DATA-NUM.
                MOVE ZEROS TO W-CDP-CONTADOR.
                PERFORM AVANCA-DIA-UTIL-CHEQUE
                    UNTIL W-CDP-CONTADOR EQUAL W-CDP-DIAS-FLOAT.

            AVANCA-DIA-UTIL-CHEQUE.
                PERFORM AVANCA-UM-DIA.
                PERFORM AVANCA-UM-DIA UNTIL DIA-UTIL.
                ADD 1 TO W-CDP-CONTADOR.

            *> GRAVA O CHEQUE PENDENTE COM A PROXIMA SEQUENCIA DA CONTA;
            *> A REFERENCIA ENVIADA A CAMARA NASCE AQUI (CONTA + FINAL DA
            *> SEQUENCIA) PARA O RETORNO DE DEVOLVIDOS LOCALIZAR O CHEQUE
            GRAVA-CHEQUE-DEP.
                MOVE COD-CONTA TO CDP-COD-CONTA.
                MOVE 999999 TO CDP-SEQUENCIA.
                START ARQ-CHEQUE-DEP KEY IS NOT GREATER THAN CDP-CHAVE
                    INVALID KEY MOVE 1 TO W-CDP-SEQ
                    NOT INVALID KEY
                        READ ARQ-CHEQUE-DEP NEXT RECORD AT END MOVE 1 TO W-CDP-SEQ
                        NOT AT END
                            IF CDP-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO CDP-SEQUENCIA GIVING W-CDP-SEQ
                            ELSE
                                MOVE 1 TO W-CDP-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO CDP-COD-CONTA.
                MOVE W-CDP-SEQ TO CDP-SEQUENCIA.
                MOVE W-CDP-BANCO TO CDP-BANCO-EMITENTE.
                MOVE W-CDP-AGENCIA TO CDP-AGENCIA-EMITENTE.
                MOVE W-CDP-CONTA TO CDP-CONTA-EMITENTE.
                MOVE W-CDP-NUMERO TO CDP-NUMERO-CHEQUE.
                MOVE W-VALOR TO CDP-VALOR.
                MOVE 'P' TO CDP-STATUS.
                MOVE SPACES TO CDP-REFERENCIA.
                STRING CDP-COD-CONTA DELIMITED BY SIZE
                       CDP-SEQUENCIA (2:5) DELIMITED BY SIZE
                    INTO CDP-REFERENCIA.
                MOVE DATE-TIME TO CDP-DATA.
                MOVE W-DUT-DATA-NUM TO CDP-DT-DISPONIVEL.
                MOVE ZEROS TO CDP-SEQ-EXTRATO.
                MOVE W-OPERADOR-ATUAL TO CDP-OPERADOR.
                MOVE SPACES TO CDP-MOTIVO-DEVOLUCAO.
                WRITE REG-CHEQUE-DEP INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> LIGA O CHEQUE AO MOVIMENTO 'DC' QUE O CREDITOU
            ANOTA-CREDITO-CHEQUE-DEP.
                MOVE COD-CONTA TO CDP-COD-CONTA.
                MOVE W-CDP-SEQ TO CDP-SEQUENCIA.
                READ ARQ-CHEQUE-DEP
                    INVALID KEY PERFORM FILE-ERROR-READ
                    NOT INVALID KEY
                        MOVE W-ULT-EXT-SEQ TO CDP-SEQ-EXTRATO
                        REWRITE REG-CHEQUE-DEP
                            INVALID KEY PERFORM FILE-ERROR-MODIFY
                        END-REWRITE
                END-READ.

            *> SAQUE
            LOOP-SAQUE.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY SAQUE-SCREEN.

                MOVE SPACE TO W-ASK.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0312
                    MOVE M-COD-CONTA TO COD-CONTA
                    *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                    IF COD-CONTA NOT EQUAL ZEROS
                        MOVE ZEROS TO W-DV-DIGITADO
                        ACCEPT W-DV-DIGITADO AT 0326 WITH PROMPT AUTO
                        MOVE COD-CONTA TO W-DV-BASE
                        PERFORM VERIFICA-DV-CONTA
                        IF NOT DV-CONFERE
                            MOVE ZEROS TO COD-CONTA
                        END-IF
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      PERFORM TRATA-CONTA-DORMENTE
                      IF NOT CONTA-ATIVA
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0515
                        MOVE W-SALDO TO M-SALDO
                        DISPLAY M-SALDO AT 0618
                        PERFORM CALCULA-SALDO-DISPONIVEL
                        DISPLAY M-SALDO AT 0647
                        *> CADASTRO VENCIDO DO TITULAR: O AVISO FICA NA
                        *> TELA ENQUANTO O CAIXA DIGITA O SAQUE
                        PERFORM VERIFICA-CADASTRO-TITULAR
                        MOVE ZEROS TO W-VALOR
                        ACCEPT W-VALOR AT 0819 WITH PROMPT AUTO
                        MOVE SPACES TO W-EXT-DESCRICAO-MOV
                        ACCEPT W-EXT-DESCRICAO-MOV AT 0927 WITH PROMPT
                        MOVE ZEROS TO W-EXT-CATEGORIA-MOV
                        ACCEPT W-EXT-CATEGORIA-MOV AT 1028 WITH PROMPT AUTO

                        IF W-VALOR NOT > ZEROS
                            DISPLAY MSG-ERROR-17 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          *> TITULAR FALECIDO: A TENTATIVA FICA REGISTRADA
                          MOVE 'SA' TO W-OBT-MOV-TIPO
                          MOVE W-VALOR TO W-OBT-MOV-VALOR
                          PERFORM VERIFICA-OBITO-CONTA-LIDA
                          *> CONTA DE EMPRESA: ACIMA DA ALÇADA O SAQUE SO
                          *> SAI COM ASSINATURA DE REPRESENTANTE
                          PERFORM VERIFICA-PODERES-CONTA-LIDA
                          IF ASSINATURA-RECUSADA
                            DISPLAY MSG-ERROR-88 AT 2013 FOREGROUND-COLOR IS 4
                          ELSE
                          *> CLIENTE VIGIADO: REGISTRA SEM APLICAR AO SALDO,
                          *> ATE O SUPERVISOR LIBERAR OU REJEITAR
                          PERFORM VERIFICA-WATCHLIST
                          IF CPF-VIGIADO
                            MOVE 'SA' TO W-PEN-TIPO-RETIDA
                            PERFORM RETEM-OPERACAO
                          ELSE
                            PERFORM CHECK-SAQUE-CADASTRO
                            IF NOT SUPERVISOR-NEGA
                                PERFORM CHECK-TETO-SAQUE-DIA
                            END-IF
                            IF SUPERVISOR-NEGA
                                IF SAQUE-NEGADO-CADASTRO
                                    DISPLAY MSG-ERROR-68 AT 2013 FOREGROUND-COLOR IS 4
                                ELSE
                                    DISPLAY MSG-ERROR-26 AT 2013 FOREGROUND-COLOR IS 4
                                END-IF
                            ELSE
                            *> BLOQUEIO JUDICIAL ATIVO SOBE O PISO DO
                            *> SALDO PARA A PROPRIA SOMA BLOQUEADA; CHEQUE
                            *> DEPOSITADO AINDA EM COMPENSAÇÂO SOBE O PISO
                            *> PELO SEU VALOR
                            MOVE COD-CONTA TO W-BLQ-CONTA
                            PERFORM SOMA-BLOQUEIOS
                            IF W-SOMA-BLOQUEIOS > ZEROS
                                MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                            ELSE
                                COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                            END-IF
                            PERFORM SOMA-FLOAT-CHEQUES
                            ADD W-SOMA-FLOAT TO W-MIN-SALDO
                            MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                            SUBTRACT W-VALOR FROM W-SALDO
                            IF W-SALDO < W-MIN-SALDO
                                ADD W-VALOR TO W-SALDO
                                IF W-SOMA-BLOQUEIOS > ZEROS
                                    DISPLAY MSG-ERROR-50 AT 2013 FOREGROUND-COLOR IS 4
                                ELSE
                                  IF W-SOMA-FLOAT > ZEROS
                                    DISPLAY MSG-ERROR-78 AT 2013 FOREGROUND-COLOR IS 4
                                  ELSE
                                    DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                                  END-IF
                                END-IF
                            ELSE
                                MOVE 'SA' TO W-INT-TIPO
                                MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                                MOVE ZEROS TO W-INT-CONTA-DESTINO
                                MOVE W-VALOR TO W-INT-VALOR
                                MOVE EXT-SALDO-ANTERIOR TO W-INT-SALDO-ANTES
                                PERFORM GRAVA-INTENCAO
                                MOVE DATE-TIME TO DT-ULT-MODIF
                                PERFORM MODIFY-REG
                                MOVE 'SA' TO W-EXT-TIPO-ATUAL
                                MOVE W-VALOR TO EXT-VALOR
                                PERFORM GRAVA-EXTRATO
                                PERFORM CONCLUI-INTENCAO
                                MOVE ZEROS TO W-CXA-DELTA-DEP
                                MOVE W-VALOR TO W-CXA-DELTA-SAQ
                                PERFORM ATUALIZA-CAIXA
                                PERFORM COBRA-EXCEDENTE-SAQUE
                                DISPLAY MSG06 AT 2013 FOREGROUND-COLOR IS 2
                            END-IF
                            END-IF
                          END-IF
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> TETO DIARIO DE SAQUE: SOMA OS 'SA' JA LANÇADOS HOJE NO EXTRATO
            *> DA CONTA; SE O NOVO SAQUE ESTOURAR O TETO, SO UM SUPERVISOR
            *> PODE AUTORIZAR (SAQUES GRANDES LEGITIMOS EXISTEM). CONTA SEM
            *> TETO CONFIGURADO (ZEROS) NÂO PASSA POR ESTA VERIFICAÇÂO
            CHECK-TETO-SAQUE-DIA.
                MOVE 'S' TO W-SUP-ASK.
                IF W-LIMITE-SAQUE-DIA > ZEROS
                    PERFORM SOMA-SAQUES-HOJE
                    IF (W-SAQUES-HOJE + W-VALOR) > W-LIMITE-SAQUE-DIA
                        DISPLAY MSG-ERROR-26 AT 2013 FOREGROUND-COLOR IS 4
                        *> ACIMA DO TETO SO COM CREDENCIAL DE SUPERVISOR
                        *> (CODIGO E SENHA DE VERDADE, NÂO UM S/N NO
                        *> TECLADO DO CAIXA); CONCEDIDO OU NEGADO, FICA
                        *> NO DIARIO DE OVERRIDES
                        MOVE "SAQUE ACIMA DO TETO" TO W-OVR-OPERACAO
                        MOVE W-VALOR TO W-OVR-VALOR
                        PERFORM PEDE-CREDENCIAL-SUPERVISOR
                        IF NOT CREDENCIAL-SUP-OK
                            MOVE 'N' TO W-SUP-ASK
                            MOVE 'F' TO W-OVR-DECISAO
                            PERFORM GRAVA-OVERRIDE
                        ELSE
                            MOVE SPACE TO W-SUP-ASK
                            PERFORM PEDE-AUTORIZACAO-SUPERVISOR
                                UNTIL SUPERVISOR-AUTORIZA OR SUPERVISOR-NEGA
                            IF SUPERVISOR-AUTORIZA
                                MOVE 'A' TO W-OVR-DECISAO
                            ELSE
                                MOVE 'N' TO W-OVR-DECISAO
                            END-IF
                            PERFORM GRAVA-OVERRIDE
                        END-IF
                    END-IF
                END-IF.

            *> SITUAÇÂO CADASTRAL DO TITULAR, MANTIDA PELO JOB
            *> CONTA-RECADASTRO: VENCIDA DENTRO DA CARENCIA SO LEMBRA O
            *> CAIXA; PENDENTE AVISA E MARCA O SAQUE PARA O CHECK-SAQUE-
            *> CADASTRO. NA CONTA DE EMPRESA VALE A SITUAÇÂO DO CNPJ
            VERIFICA-CADASTRO-TITULAR.
                MOVE SPACE TO W-RCD-PENDENTE.
                IF TITULAR-PJ
                    PERFORM VERIFICA-CADASTRO-EMPRESA
                ELSE
                    PERFORM VERIFICA-CADASTRO-CLIENTE
                END-IF.

            VERIFICA-CADASTRO-EMPRESA.
                MOVE CNPJ TO PJ-CNPJ.
                READ ARQ-EMPRESA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF PJ-CADASTRO-PENDENTE
                            MOVE 'S' TO W-RCD-PENDENTE
                            DISPLAY MSG-ERROR-99 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            IF PJ-CADASTRO-VENCIDO
                                DISPLAY MSG61 AT 2013 FOREGROUND-COLOR IS 2
                            END-IF
                        END-IF
                END-READ.

            VERIFICA-CADASTRO-CLIENTE.
                MOVE CPF TO CLI-CPF.
                READ ARQ-CLIENTE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF CLI-CADASTRO-PENDENTE
                            MOVE 'S' TO W-RCD-PENDENTE
                            DISPLAY MSG-ERROR-69 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            IF CLI-CADASTRO-VENCIDO
                                DISPLAY MSG61 AT 2013 FOREGROUND-COLOR IS 2
                            END-IF
                        END-IF
                END-READ.

            *> TITULAR COM CADASTRO PENDENTE: SAQUE ACIMA DO VALOR DO
            *> PARAMETRO SO COM CREDENCIAL DE SUPERVISOR, ATE OS DADOS
            *> SEREM ATUALIZADOS NA OPÇÂO 18 (NA 43, SE FOR EMPRESA); VAI
            *> PARA O DIARIO DE OVERRIDES COMO O TETO DIARIO
            CHECK-SAQUE-CADASTRO.
                MOVE 'S' TO W-SUP-ASK.
                MOVE SPACE TO W-RCD-NEGADO.
                IF TITULAR-CADASTRO-PENDENTE
                    PERFORM LE-RECADASTRO-PARAM
                    IF W-VALOR > W-RCD-VALOR-SAQUE
                        IF TITULAR-PJ
                            DISPLAY MSG-ERROR-99 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            DISPLAY MSG-ERROR-69 AT 2013 FOREGROUND-COLOR IS 4
                        END-IF
                        MOVE "SAQUE CAD VENCIDO" TO W-OVR-OPERACAO
                        MOVE W-VALOR TO W-OVR-VALOR
                        PERFORM PEDE-CREDENCIAL-SUPERVISOR
                        IF NOT CREDENCIAL-SUP-OK
                            MOVE 'N' TO W-SUP-ASK
                            MOVE 'F' TO W-OVR-DECISAO
                            PERFORM GRAVA-OVERRIDE
                        ELSE
                            MOVE SPACE TO W-SUP-ASK
                            PERFORM PEDE-AUTORIZACAO-SUPERVISOR
                                UNTIL SUPERVISOR-AUTORIZA OR SUPERVISOR-NEGA
                            IF SUPERVISOR-AUTORIZA
                                MOVE 'A' TO W-OVR-DECISAO
                            ELSE
                                MOVE 'N' TO W-OVR-DECISAO
                            END-IF
                            PERFORM GRAVA-OVERRIDE
                        END-IF
                        IF SUPERVISOR-NEGA
                            MOVE 'S' TO W-RCD-NEGADO
                        END-IF
                    END-IF
                END-IF.

            PEDE-AUTORIZACAO-SUPERVISOR.
                DISPLAY MSG16 AT 1605.
                ACCEPT W-SUP-ASK AT 1640 WITH PROMPT AUTO.

            *> OS SAQUES DE HOJE VEM DO ARQUIVO DE MOVIMENTOS DO DIA —
            *> LEITURA DIRETA EM VEZ DA VARREDURA DO EXTRATO INTEIRO DA
            *> CONTA, QUE DEIXAVA O CAIXA LENTO NAS CONTAS MOVIMENTADAS
            SOMA-SAQUES-HOJE.
                MOVE ZEROS TO W-SAQUES-HOJE.
                MOVE COD-CONTA TO MVD-COD-CONTA.
                MOVE ZEROS TO MVD-SEQUENCIA.
                START ARQ-MOVDIA KEY IS NOT LESS THAN MVD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-MVD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-MVD-OK
                END-START.
                PERFORM UNTIL ARQ-MVD-OK EQUAL 10
                    READ ARQ-MOVDIA NEXT RECORD
                        AT END MOVE 10 TO ARQ-MVD-OK
                        NOT AT END
                            IF MVD-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-MVD-OK
                            ELSE
                                IF MVD-TIPO EQUAL 'SA' AND
                                   MVD-DATA-ANO EQUAL YEARS AND
                                   MVD-DATA-MES EQUAL MONTHS AND
                                   MVD-DATA-DIA EQUAL DAYS
                                    ADD MVD-VALOR TO W-SAQUES-HOJE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> CONTA DE EMPRESA: ACIMA DA ALÇADA DO CADASTRO DA EMPRESA
            *> (EM QUALQUER VALOR, COM A ALÇADA ZERADA) A OPERAÇÂO SO SAI
            *> COM A ASSINATURA DE REPRESENTANTE: UM ISOLADO DENTRO DO SEU
            *> LIMITE OU DOIS REPRESENTANTES DISTINTOS. CONTA, CNPJ (ZEROS
            *> = PESSOA FISICA, NADA A CONFERIR) E VALOR VEM EM W-REP-;
            *> A ASSINATURA ACEITA FICA NA AUDITORIA DA CONTA
            VERIFICA-PODERES-ASSINATURA.
                MOVE SPACE TO W-REP-RECUSA.
                MOVE ZEROS TO W-REP-CPF-1.
                MOVE ZEROS TO W-REP-CPF-2.
                IF W-REP-CNPJ NOT EQUAL ZEROS
                    MOVE W-REP-CNPJ TO W-CNPJ
                    PERFORM LE-EMPRESA
                    IF NOT ACHOU-EMPRESA
                        MOVE 'S' TO W-REP-RECUSA
                    ELSE
                        IF PJ-ALCADA-ASSINATURA EQUAL ZEROS OR
                           W-REP-VALOR > PJ-ALCADA-ASSINATURA
                            PERFORM PEDE-ASSINATURA-REPRESENTANTE
                            IF NOT ASSINATURA-RECUSADA
                                PERFORM AUDITA-ASSINATURA
                            END-IF
                        END-IF
                    END-IF
                END-IF.

            *> SAQUE E TRANSFERENCIA EXTERNA: A CONTA JA ESTA EM REG-BANCO
            VERIFICA-PODERES-CONTA-LIDA.
                MOVE COD-CONTA TO W-REP-CONTA.
                MOVE ZEROS TO W-REP-CNPJ.
                IF TITULAR-PJ
                    MOVE CNPJ TO W-REP-CNPJ
                END-IF.
                MOVE W-VALOR TO W-REP-VALOR.
                PERFORM VERIFICA-PODERES-ASSINATURA.

            PEDE-ASSINATURA-REPRESENTANTE.
                DISPLAY "ASSINATURA - CPF REPRESENTANTE: " AT 1705.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 1738 WITH PROMPT AUTO.
                MOVE M-CPF TO W-REP-CPF-1.
                MOVE W-REP-CPF-1 TO W-REP-CPF-LIDO.
                PERFORM CONFERE-ASSINANTE.
                IF NOT REPRESENTANTE-VALIDO
                    MOVE 'S' TO W-REP-RECUSA
                ELSE
                    IF REP-ISOLADO AND
                       (REP-LIMITE EQUAL ZEROS OR REP-LIMITE NOT < W-REP-VALOR)
                        CONTINUE
                    ELSE
                        DISPLAY "SEGUNDA ASSINATURA - CPF      : " AT 1805
                        MOVE ZEROS TO M-CPF
                        ACCEPT M-CPF AT 1838 WITH PROMPT AUTO
                        MOVE M-CPF TO W-REP-CPF-2
                        MOVE W-REP-CPF-2 TO W-REP-CPF-LIDO
                        PERFORM CONFERE-ASSINANTE
                        IF NOT REPRESENTANTE-VALIDO OR
                           W-REP-CPF-2 EQUAL W-REP-CPF-1
                            MOVE 'S' TO W-REP-RECUSA
                        END-IF
                    END-IF
                END-IF.

            CONFERE-ASSINANTE.
                MOVE 'N' TO W-REP-VALIDO.
                IF W-REP-CPF-LIDO NOT EQUAL ZEROS
                    MOVE W-REP-CNPJ TO REP-CNPJ
                    MOVE W-REP-CPF-LIDO TO REP-CPF
                    READ ARQ-REPRESENTANTE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY PERFORM TESTA-REPRESENTANTE-VALIDO
                    END-READ
                END-IF.

            *> A AUDITORIA E GRAVADA SOB A CONTA DA OPERAÇÂO; A CONTA EM
            *> REG-BANCO (O DESTINO, NA TRANSFERENCIA) VOLTA INTACTA
            AUDITA-ASSINATURA.
                MOVE COD-CONTA TO W-REP-CONTA-SALVA.
                MOVE W-REP-CONTA TO COD-CONTA.
                MOVE "ASSINATURA" TO W-AUD-CAMPO.
                MOVE W-REP-VALOR TO M-REP-VALOR.
                MOVE SPACES TO W-AUD-ANTES.
                STRING "VALOR " DELIMITED BY SIZE
                       M-REP-VALOR DELIMITED BY SIZE
                       " CNPJ " DELIMITED BY SIZE
                       W-REP-CNPJ DELIMITED BY SIZE
                    INTO W-AUD-ANTES.
                MOVE SPACES TO W-AUD-DEPOIS.
                IF W-REP-CPF-2 EQUAL ZEROS
                    STRING "CPF " DELIMITED BY SIZE
                           W-REP-CPF-1 DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                ELSE
                    STRING "CPF " DELIMITED BY SIZE
                           W-REP-CPF-1 DELIMITED BY SIZE
                           " E " DELIMITED BY SIZE
                           W-REP-CPF-2 DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                END-IF.
                PERFORM GRAVA-ENTRADA-AUDIT.
                MOVE W-REP-CONTA-SALVA TO COD-CONTA.

            *> LISTAR CONTAS POR AGENCIA
            LOOP-AGENCIA.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY AGENCIA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO W-COD-AGENCIA-BUSCA.
                ACCEPT W-COD-AGENCIA-BUSCA AT 0314 WITH PROMPT AUTO.

                *> NOME DA AGENCIA AO LADO DO CODIGO, QUANDO CADASTRADA
                MOVE W-COD-AGENCIA-BUSCA TO COD-AGENCIA.
                PERFORM LE-AGENCIA.
                DISPLAY AGE-NOME AT 0320.

                MOVE ZEROS TO W-TOT-CONTAS.
                MOVE ZEROS TO W-TOT-SALDO.
                MOVE ZEROS TO W-TOT-LIMITE.
                MOVE 5 TO W-LIST-LINE.

                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA INVALID KEY CONTINUE.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF COD-AGENCIA EQUAL W-COD-AGENCIA-BUSCA AND NOT CONTA-FECHADA
                            ADD 1 TO W-TOT-CONTAS
                            ADD W-SALDO TO W-TOT-SALDO
                            ADD W-LIMITE TO W-TOT-LIMITE
                            *> A PAGINACAO DA TELA (18 LINHAS) NAO PODE INTERROMPER
                            *> A LEITURA/ACUMULACAO DE CONTAS RESTANTES DA AGENCIA
                            IF W-LIST-LINE NOT > 18
                                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05
                                COMPUTE W-DISPLAY-POS-NOME = W-DISPLAY-POS + 10
                                DISPLAY COD-CONTA AT W-DISPLAY-POS
                                DISPLAY W-NOME AT W-DISPLAY-POS-NOME
                                ADD 1 TO W-LIST-LINE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.

                DISPLAY W-TOT-CONTAS AT 1905.
                MOVE W-TOT-SALDO TO M-SALDO-AGENCIA.
                DISPLAY M-SALDO-AGENCIA AT 1915.
                MOVE W-TOT-LIMITE TO M-LIMITE-AGENCIA.
                DISPLAY M-LIMITE-AGENCIA AT 1932.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> CONSULTAR CONTAS POR CPF (CHAVE ALTERNATIVA)
            LOOP-CPF.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CPF-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 0310 WITH PROMPT AUTO.
                MOVE M-CPF TO W-CPF.
                MOVE W-CPF TO CPF.

                MOVE 5 TO W-LIST-LINE.
                *> CPF ZERADO E A CHAVE DE TODAS AS CONTAS DE EMPRESA: A
                *> CONSULTA PASSA A SER PELO CNPJ, EM VARREDURA COMPLETA
                IF W-CPF EQUAL ZEROS
                    PERFORM LISTA-CONTAS-CNPJ
                ELSE
                START ARQ-BANCO KEY IS EQUAL TO CPF INVALID KEY MOVE 10 TO ARQ-OK
                END-START
                PERFORM UNTIL ARQ-OK EQUAL 10 OR W-LIST-LINE > 18
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF CPF NOT EQUAL W-CPF
                            MOVE 10 TO ARQ-OK
                        ELSE
                            IF NOT CONTA-FECHADA
                                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05
                                COMPUTE W-DISPLAY-POS-NOME = W-DISPLAY-POS + 10
                                DISPLAY COD-CONTA AT W-DISPLAY-POS
                                DISPLAY W-NOME AT W-DISPLAY-POS-NOME
                                ADD 1 TO W-LIST-LINE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                END-IF.

                *> SEGUNDA PASSADA: CONTAS CONJUNTAS ONDE O CPF E O
                *> SEGUNDO TITULAR (SEM CHAVE ALTERNATIVA PARA CPF2,
                *> VARREDURA COMPLETA POR COD-CONTA)
                IF W-CPF NOT EQUAL ZEROS
                    MOVE ZEROS TO COD-CONTA
                    START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                        INVALID KEY MOVE 10 TO ARQ-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                    END-START
                    PERFORM UNTIL ARQ-OK EQUAL 10 OR W-LIST-LINE > 18
                        READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF2 EQUAL W-CPF AND NOT CONTA-FECHADA
                                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05
                                COMPUTE W-DISPLAY-POS-NOME = W-DISPLAY-POS + 10
                                DISPLAY COD-CONTA AT W-DISPLAY-POS
                                DISPLAY W-NOME AT W-DISPLAY-POS-NOME
                                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 44
                                DISPLAY "(2O TITULAR)" AT W-DISPLAY-POS
                                ADD 1 TO W-LIST-LINE
                            END-IF
                        END-READ
                    END-PERFORM
                END-IF.

                IF W-LIST-LINE EQUAL 5
                    DISPLAY MSG-ERROR-07 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> CONTAS DA EMPRESA: O CNPJ NÂO TEM CHAVE ALTERNATIVA, ENTÂO
            *> VARRE O ARQ-BANCO POR COD-CONTA
            LISTA-CONTAS-CNPJ.
                DISPLAY "CNPJ: " AT 0405 FOREGROUND-COLOR IS 2.
                MOVE ZEROS TO M-CNPJ.
                ACCEPT M-CNPJ AT 0411 WITH PROMPT AUTO.
                MOVE M-CNPJ TO W-CNPJ.
                IF W-CNPJ NOT EQUAL ZEROS
                    MOVE ZEROS TO COD-CONTA
                    START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                        INVALID KEY MOVE 10 TO ARQ-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                    END-START
                    PERFORM UNTIL ARQ-OK EQUAL 10 OR W-LIST-LINE > 18
                        READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF TITULAR-PJ AND CNPJ EQUAL W-CNPJ
                               AND NOT CONTA-FECHADA
                                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05
                                COMPUTE W-DISPLAY-POS-NOME = W-DISPLAY-POS + 10
                                DISPLAY COD-CONTA AT W-DISPLAY-POS
                                DISPLAY W-NOME AT W-DISPLAY-POS-NOME
                                ADD 1 TO W-LIST-LINE
                            END-IF
                        END-READ
                    END-PERFORM
                END-IF.

            *> POSIÇÂO CONSOLIDADA AVULSA: IMPRIME PARA UM CPF A MESMA
            *> PAGINA QUE O CONTA-POSICAO GERA EM LOTE PARA TODOS
            LOOP-POSICAO.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY POSICAO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 0310 WITH PROMPT AUTO.
                MOVE M-CPF TO W-CPF.

                MOVE ZEROS TO W-CNPJ.
                IF W-CPF EQUAL ZEROS
                    *> SEM CPF, A POSIÇÂO E DA EMPRESA DO CNPJ
                    DISPLAY "CNPJ: " AT 0405 FOREGROUND-COLOR IS 2
                    MOVE ZEROS TO M-CNPJ
                    ACCEPT M-CNPJ AT 0411 WITH PROMPT AUTO
                    MOVE M-CNPJ TO W-CNPJ
                    PERFORM LE-EMPRESA
                    IF W-CNPJ EQUAL ZEROS OR NOT ACHOU-EMPRESA
                        DISPLAY MSG-ERROR-85 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM IMPRIME-POSICAO-CPF
                    END-IF
                ELSE
                    MOVE W-CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY
                            DISPLAY "CLIENTE NAO CADASTRADO" AT 2013 FOREGROUND-COLOR IS 4
                        NOT INVALID KEY
                            PERFORM IMPRIME-POSICAO-CPF
                    END-READ
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            IMPRIME-POSICAO-CPF.
                OPEN OUTPUT ARQ-POSICAO.
                MOVE ZEROS TO W-POS-QTDE-CONTAS.
                MOVE ZEROS TO W-POS-TOT-SALDO.
                MOVE ZEROS TO W-POS-TOT-EXPOSICAO.
                MOVE SPACES TO REG-POSICAO.
                IF W-CNPJ NOT EQUAL ZEROS
                    MOVE W-CNPJ TO M-CNPJ
                    STRING "POSICAO CONSOLIDADA - CNPJ " DELIMITED BY SIZE
                           M-CNPJ DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PJ-RAZAO-SOCIAL DELIMITED BY SIZE
                        INTO REG-POSICAO
                ELSE
                    STRING "POSICAO CONSOLIDADA - CPF " DELIMITED BY SIZE
                           M-CPF DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CLI-NOME DELIMITED BY SIZE
                        INTO REG-POSICAO
                END-IF.
                WRITE REG-POSICAO.
                MOVE SPACES TO REG-POSICAO.
                STRING "DATA " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-POSICAO.
                WRITE REG-POSICAO.
                IF W-CNPJ NOT EQUAL ZEROS
                    PERFORM POSICAO-CONTAS-EMPRESA
                ELSE
                    PERFORM POSICAO-CONTAS-TITULAR
                    PERFORM POSICAO-CONTAS-SEGUNDO
                END-IF.
                IF W-POS-QTDE-CONTAS EQUAL ZEROS
                    MOVE "NENHUMA CONTA ABERTA PARA O TITULAR" TO REG-POSICAO
                    WRITE REG-POSICAO
                    CLOSE ARQ-POSICAO
                    DISPLAY MSG-ERROR-07 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    PERFORM POSICAO-TOTAIS
                    PERFORM POSICAO-PRE-APROVADO
                    PERFORM POSICAO-PENDENCIAS
                    PERFORM POSICAO-AGENDAMENTOS
                    CLOSE ARQ-POSICAO
                    DISPLAY "POSICAO GRAVADA EM ARQ-POSICAO-AVULSA.DAT" AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            *> PASSADA 1: CONTAS ONDE O CPF E O PRIMEIRO TITULAR, PELA
            *> CHAVE ALTERNATIVA
            POSICAO-CONTAS-TITULAR.
                MOVE W-CPF TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF CPF NOT EQUAL W-CPF
                            MOVE 10 TO ARQ-OK
                        ELSE
                            IF NOT CONTA-FECHADA
                                PERFORM POSICAO-LINHA-CONTA
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.

            *> PASSADA 2: CONTAS CONJUNTAS ONDE O CPF E O SEGUNDO
            *> TITULAR (SEM CHAVE ALTERNATIVA PARA CPF2, VARREDURA
            *> COMPLETA POR COD-CONTA)
            POSICAO-CONTAS-SEGUNDO.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF CPF2 EQUAL W-CPF AND NOT CONTA-FECHADA
                            PERFORM POSICAO-LINHA-CONTA
                        END-IF
                    END-READ
                END-PERFORM.

            *> EMPRESA: CONTAS DO CNPJ, EM VARREDURA COMPLETA POR
            *> COD-CONTA (O CNPJ NÂO TEM CHAVE ALTERNATIVA)
            POSICAO-CONTAS-EMPRESA.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF TITULAR-PJ AND CNPJ EQUAL W-CNPJ
                           AND NOT CONTA-FECHADA
                            PERFORM POSICAO-LINHA-CONTA
                        END-IF
                    END-READ
                END-PERFORM.

            POSICAO-LINHA-CONTA.
                IF W-POS-QTDE-CONTAS < W-POS-MAX-CONTAS
                    ADD 1 TO W-POS-QTDE-CONTAS
                    MOVE COD-CONTA TO W-POS-CONTAS (W-POS-QTDE-CONTAS)
                END-IF.
                ADD W-SALDO TO W-POS-TOT-SALDO.
                IF W-SALDO < ZEROS
                    SUBTRACT W-SALDO FROM W-POS-TOT-EXPOSICAO
                END-IF.
                MOVE SPACES TO REG-POSICAO.
                MOVE W-SALDO TO M-SALDO.
                MOVE W-LIMITE TO M-LIMITE.
                STRING "  CONTA " DELIMITED BY SIZE
                       COD-CONTA DELIMITED BY SIZE
                       " AG " DELIMITED BY SIZE
                       COD-AGENCIA DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       W-TIPO-CONTA DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       M-SALDO DELIMITED BY SIZE
                       " LIMITE " DELIMITED BY SIZE
                       M-LIMITE DELIMITED BY SIZE
                    INTO REG-POSICAO.
                IF CPF2 EQUAL W-CPF AND CPF NOT EQUAL W-CPF
                    MOVE "(2O TITULAR)" TO REG-POSICAO (85:12)
                END-IF.
                WRITE REG-POSICAO.

            POSICAO-TOTAIS.
                MOVE SPACES TO REG-POSICAO.
                MOVE W-POS-TOT-SALDO TO M-POS-TOTAL.
                MOVE W-POS-TOT-EXPOSICAO TO M-POS-EXPO.
                STRING "  SALDO TOTAL " DELIMITED BY SIZE
                       M-POS-TOTAL DELIMITED BY SIZE
                       " EXPOSICAO CHEQUE ESPECIAL " DELIMITED BY SIZE
                       M-POS-EXPO DELIMITED BY SIZE
                    INTO REG-POSICAO.
                WRITE REG-POSICAO.

            *> SCORE E OFERTAS PRE-APROVADAS DO CPF OU CNPJ, NA TELA E NA
            *> POSIÇÂO
            POSICAO-PRE-APROVADO.
                IF W-CNPJ NOT EQUAL ZEROS
                    MOVE 'J' TO W-SCO-TIPO
                    MOVE W-CNPJ TO W-SCO-DOCUMENTO
                ELSE
                    MOVE 'F' TO W-SCO-TIPO
                    MOVE W-CPF TO W-SCO-DOCUMENTO
                END-IF.
                PERFORM LE-SCORE-VIGENTE.
                MOVE SPACES TO REG-POSICAO.
                IF SCORE-VIGENTE
                    MOVE SCO-LIMITE-PRE-APROVADO TO M-SCO-LIMITE
                    MOVE SCO-EMPREST-PRE-APROVADO TO M-SCO-EMPREST
                    DISPLAY SCO-PONTUACAO AT 0530
                    DISPLAY M-SCO-LIMITE AT 0630
                    DISPLAY M-SCO-EMPREST AT 0730
                    STRING "  SCORE " DELIMITED BY SIZE
                           SCO-PONTUACAO DELIMITED BY SIZE
                           " LIMITE PRE-APROVADO " DELIMITED BY SIZE
                           M-SCO-LIMITE DELIMITED BY SIZE
                           " EMPRESTIMO PRE-APROVADO " DELIMITED BY SIZE
                           M-SCO-EMPREST DELIMITED BY SIZE
                        INTO REG-POSICAO
                ELSE
                    DISPLAY "SEM SCORE VIGENTE" AT 0530
                    MOVE "  SEM SCORE VIGENTE PARA O TITULAR" TO REG-POSICAO
                END-IF.
                WRITE REG-POSICAO.

            *> CHAVE DO SCORE DO TITULAR DA CONTA LIDA: O CNPJ NA CONTA DE
            *> PESSOA JURIDICA, O CPF NAS DEMAIS
            CHAVE-SCORE-CONTA.
                IF TITULAR-PJ
                    MOVE 'J' TO W-SCO-TIPO
                    MOVE CNPJ TO W-SCO-DOCUMENTO
                ELSE
                    MOVE 'F' TO W-SCO-TIPO
                    MOVE CPF TO W-SCO-DOCUMENTO
                END-IF.

            *> LE O SCORE DE W-SCO-CHAVE; SO E VIGENTE O APURADO NO MES
            *> CORRENTE OU NO ANTERIOR (O JOB E MENSAL)
            LE-SCORE-VIGENTE.
                MOVE 'N' TO W-SCO-VIGENTE.
                MOVE W-SCO-CHAVE TO SCO-CHAVE.
                READ ARQ-SCORE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        COMPUTE W-SCO-MESES = (YEARS * 12 + MONTHS) -
                            (SCO-APURACAO-ANO * 12 + SCO-APURACAO-MES)
                        IF W-SCO-MESES NOT > 1
                            MOVE 'S' TO W-SCO-VIGENTE
                        END-IF
                END-READ.

            *> PEDIDOS DE APROVAÇÂO AINDA PENDENTES DAS CONTAS DO CPF
            POSICAO-PENDENCIAS.
                MOVE ZEROS TO W-POS-QTDE-PEND.
                MOVE 1 TO W-POS-VARRE.
                PERFORM POSICAO-PENDENCIAS-CONTA
                    UNTIL W-POS-VARRE > W-POS-QTDE-CONTAS.
                IF W-POS-QTDE-PEND EQUAL ZEROS
                    MOVE SPACES TO REG-POSICAO
                    MOVE "  SEM PEDIDOS DE APROVACAO PENDENTES" TO REG-POSICAO
                    WRITE REG-POSICAO
                END-IF.

            POSICAO-PENDENCIAS-CONTA.
                MOVE W-POS-CONTAS (W-POS-VARRE) TO APR-COD-CONTA.
                MOVE ZEROS TO APR-SEQUENCIA.
                START ARQ-APROVACAO KEY IS NOT LESS THAN APR-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-APR-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-APR-OK
                END-START.
                PERFORM UNTIL ARQ-APR-OK EQUAL 10
                    READ ARQ-APROVACAO NEXT RECORD AT END MOVE 10 TO ARQ-APR-OK
                    NOT AT END
                        IF APR-COD-CONTA NOT EQUAL W-POS-CONTAS (W-POS-VARRE)
                            MOVE 10 TO ARQ-APR-OK
                        ELSE
                            IF APR-PENDENTE
                                ADD 1 TO W-POS-QTDE-PEND
                                PERFORM POSICAO-LINHA-PENDENCIA
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.
                ADD 1 TO W-POS-VARRE.

            POSICAO-LINHA-PENDENCIA.
                MOVE SPACES TO REG-POSICAO.
                MOVE APR-LIMITE-NOVO TO M-LIMITE.
                IF APR-TIPO-REABERTURA
                    STRING "  PENDENTE: REABERTURA DA CONTA " DELIMITED BY SIZE
                           APR-COD-CONTA DELIMITED BY SIZE
                        INTO REG-POSICAO
                ELSE
                    STRING "  PENDENTE: LIMITE NOVO " DELIMITED BY SIZE
                           M-LIMITE DELIMITED BY SIZE
                           " NA CONTA " DELIMITED BY SIZE
                           APR-COD-CONTA DELIMITED BY SIZE
                        INTO REG-POSICAO
                END-IF.
                WRITE REG-POSICAO.

            *> ORDENS PERMANENTES ATIVAS DAS CONTAS DO CPF
            POSICAO-AGENDAMENTOS.
                MOVE ZEROS TO W-POS-QTDE-AGD.
                MOVE 1 TO W-POS-VARRE.
                PERFORM POSICAO-AGENDAMENTOS-CONTA
                    UNTIL W-POS-VARRE > W-POS-QTDE-CONTAS.
                IF W-POS-QTDE-AGD EQUAL ZEROS
                    MOVE SPACES TO REG-POSICAO
                    MOVE "  SEM AGENDAMENTOS ATIVOS" TO REG-POSICAO
                    WRITE REG-POSICAO
                END-IF.

            POSICAO-AGENDAMENTOS-CONTA.
                MOVE W-POS-CONTAS (W-POS-VARRE) TO AGD-COD-CONTA.
                MOVE ZEROS TO AGD-SEQUENCIA.
                START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AGD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AGD-OK
                END-START.
                PERFORM UNTIL ARQ-AGD-OK EQUAL 10
                    READ ARQ-AGENDA NEXT RECORD AT END MOVE 10 TO ARQ-AGD-OK
                    NOT AT END
                        IF AGD-COD-CONTA NOT EQUAL W-POS-CONTAS (W-POS-VARRE)
                            MOVE 10 TO ARQ-AGD-OK
                        ELSE
                            IF AGD-ATIVO
                                ADD 1 TO W-POS-QTDE-AGD
                                PERFORM POSICAO-LINHA-AGENDAMENTO
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.
                ADD 1 TO W-POS-VARRE.

            POSICAO-LINHA-AGENDAMENTO.
                MOVE SPACES TO REG-POSICAO.
                MOVE AGD-VALOR TO M-SALDO.
                STRING "  AGENDADO: DIA " DELIMITED BY SIZE
                       AGD-DIA DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-SALDO DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       AGD-COD-CONTA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AGD-DESCRICAO DELIMITED BY SIZE
                    INTO REG-POSICAO.
                WRITE REG-POSICAO.

            *> EMITE O COMPROVANTE NUMERADO DO MOVIMENTO RECEM-GRAVADO
            *> EM REG-EXTRATO: REGISTRO NO ARQUIVO INDEXADO (SEQUENCIA
            *> GLOBAL) E VIA FORMATADA NO ARQUIVO IMAGEM DE IMPRESSÂO
            GRAVA-COMPROVANTE.
                MOVE 'N' TO W-CPV-GRAVADO.
                PERFORM TENTA-GRAVA-COMPROVANTE UNTIL CPV-MOVIMENTO-GRAVADO.
                PERFORM IMPRIME-COMPROVANTE.
                DISPLAY "COMPROVANTE NR " AT 2113 FOREGROUND-COLOR IS 2.
                DISPLAY CPV-NUMERO AT 2128 FOREGROUND-COLOR IS 2.

            *> A DESCOBERTA DO PROXIMO NUMERO E A GRAVAÇÂO FICAM JUNTAS
            *> NO LAÇO: CHAVE DUPLICADA (CORRIDA ENTRE OS DOIS CAIXAS)
            *> REDESCOBRE E TENTA DE NOVO
            TENTA-GRAVA-COMPROVANTE.
                PERFORM ACHA-PROXIMO-COMPROVANTE.
                MOVE W-CPV-PROXIMO TO CPV-NUMERO.
                MOVE EXT-DATA TO CPV-DATA.
                MOVE EXT-HORA TO CPV-HORA.
                MOVE EXT-TIPO TO CPV-OPERACAO.
                MOVE EXT-COD-CONTA TO CPV-COD-CONTA.
                MOVE EXT-VALOR TO CPV-VALOR.
                MOVE EXT-SALDO-ATUAL TO CPV-SALDO-ATUAL.
                MOVE EXT-OPERADOR TO CPV-OPERADOR.
                MOVE ZEROS TO CPV-QTDE-REIMPRESSOES.
                MOVE ZEROS TO CPV-OPERADOR-REIMPRESSAO.
                MOVE ZEROS TO CPV-DT-ULT-REIMPRESSAO.
                MOVE 'S' TO W-CPV-GRAVADO.
                WRITE REG-COMPROVANTE
                    INVALID KEY
                        IF ARQ-CPV-OK EQUAL "22"
                            MOVE 'N' TO W-CPV-GRAVADO
                        ELSE
                            PERFORM FILE-ERROR-WRITE
                        END-IF
                END-WRITE.

            *> O PROXIMO NUMERO E O MAIOR JA GRAVADO MAIS UM (A VARREDURA
            *> CARREGA O ULTIMO COMPROVANTE NO REGISTRO, QUE E REMONTADO
            *> INTEIRO PELO CHAMADOR)
            ACHA-PROXIMO-COMPROVANTE.
                MOVE 99999999 TO CPV-NUMERO.
                START ARQ-COMPROVANTE KEY IS NOT GREATER THAN CPV-NUMERO
                    INVALID KEY MOVE 1 TO W-CPV-PROXIMO
                    NOT INVALID KEY
                        READ ARQ-COMPROVANTE NEXT RECORD
                            AT END MOVE 1 TO W-CPV-PROXIMO
                            NOT AT END COMPUTE W-CPV-PROXIMO = CPV-NUMERO + 1
                        END-READ
                END-START.

            *> A VIA FORMATADA SAI DO REGISTRO DO COMPROVANTE, O QUE
            *> SERVE TANTO A EMISSÂO QUANTO A REIMPRESSÂO
            IMPRIME-COMPROVANTE.
                OPEN EXTEND ARQ-COMPROVANTE-IMP.
                IF ARQ-CPI-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-COMPROVANTE-IMP
                END-IF.
                MOVE SPACES TO REG-COMPROVANTE-IMP.
                STRING "========== COMPROVANTE NR " DELIMITED BY SIZE
                       CPV-NUMERO DELIMITED BY SIZE
                       " ==========" DELIMITED BY SIZE
                    INTO REG-COMPROVANTE-IMP.
                WRITE REG-COMPROVANTE-IMP.
                MOVE SPACES TO REG-COMPROVANTE-IMP.
                STRING "DATA " DELIMITED BY SIZE
                       CPV-DATA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CPV-DATA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CPV-DATA-ANO DELIMITED BY SIZE
                       " HORA " DELIMITED BY SIZE
                       CPV-HORA DELIMITED BY SIZE
                       " OPERADOR " DELIMITED BY SIZE
                       CPV-OPERADOR DELIMITED BY SIZE
                    INTO REG-COMPROVANTE-IMP.
                WRITE REG-COMPROVANTE-IMP.
                MOVE SPACES TO REG-COMPROVANTE-IMP.
                STRING "CONTA " DELIMITED BY SIZE
                       CPV-COD-CONTA DELIMITED BY SIZE
                       " OPERACAO " DELIMITED BY SIZE
                       CPV-OPERACAO DELIMITED BY SIZE
                    INTO REG-COMPROVANTE-IMP.
                WRITE REG-COMPROVANTE-IMP.
                MOVE SPACES TO REG-COMPROVANTE-IMP.
                MOVE CPV-VALOR TO M-CPV-VALOR.
                MOVE CPV-SALDO-ATUAL TO M-CPV-SALDO.
                STRING "VALOR " DELIMITED BY SIZE
                       M-CPV-VALOR DELIMITED BY SIZE
                       " SALDO RESULTANTE " DELIMITED BY SIZE
                       M-CPV-SALDO DELIMITED BY SIZE
                    INTO REG-COMPROVANTE-IMP.
                WRITE REG-COMPROVANTE-IMP.
                MOVE SPACES TO REG-COMPROVANTE-IMP.
                MOVE "=============================================" TO REG-COMPROVANTE-IMP.
                WRITE REG-COMPROVANTE-IMP.
                CLOSE ARQ-COMPROVANTE-IMP.

            *> REIMPRESSÂO PELO NUMERO: MOSTRA O COMPROVANTE NA TELA E
            *> ANEXA UMA NOVA VIA MARCADA COMO REIMPRESSÂO NO ARQUIVO
            *> IMAGEM DE IMPRESSÂO
            LOOP-REIMPRESSAO.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY REIMPRESSAO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO W-CPV-BUSCA.
                ACCEPT W-CPV-BUSCA AT 0313 WITH PROMPT AUTO.

                MOVE W-CPV-BUSCA TO CPV-NUMERO.
                READ ARQ-COMPROVANTE
                    INVALID KEY
                        DISPLAY "COMPROVANTE NAO ENCONTRADO" AT 2013 FOREGROUND-COLOR IS 4
                    NOT INVALID KEY
                        DISPLAY CPV-DATA-DIA AT 0516
                        DISPLAY "/" AT 0518
                        DISPLAY CPV-DATA-MES AT 0519
                        DISPLAY "/" AT 0521
                        DISPLAY CPV-DATA-ANO AT 0522
                        DISPLAY CPV-COD-CONTA AT 0616
                        DISPLAY CPV-OPERACAO AT 0716
                        MOVE CPV-VALOR TO M-CPV-VALOR
                        DISPLAY M-CPV-VALOR AT 0816
                        MOVE CPV-SALDO-ATUAL TO M-CPV-SALDO
                        DISPLAY M-CPV-SALDO AT 0916
                        DISPLAY CPV-OPERADOR AT 1016
                        PERFORM MARCA-REIMPRESSAO
                        PERFORM IMPRIME-COMPROVANTE
                        DISPLAY "VIA GRAVADA NO ARQUIVO DE IMPRESSAO" AT 2013 FOREGROUND-COLOR IS 2
                END-READ.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> A REIMPRESSÂO FICA ANOTADA NO PROPRIO COMPROVANTE (QUEM E
            *> QUANDO, A ULTIMA), UMA LINHA POR VIA NO DIARIO DE
            *> REIMPRESSÔES ALEM DA MARCA NA VIA IMPRESSA
            MARCA-REIMPRESSAO.
                IF CPV-QTDE-REIMPRESSOES < 999
                    ADD 1 TO CPV-QTDE-REIMPRESSOES
                END-IF.
                MOVE W-OPERADOR-ATUAL TO CPV-OPERADOR-REIMPRESSAO.
                MOVE DATE-TIME TO CPV-DT-ULT-REIMPRESSAO.
                REWRITE REG-COMPROVANTE INVALID KEY PERFORM FILE-ERROR-MODIFY.
                OPEN EXTEND ARQ-COMPROVANTE-IMP.
                IF ARQ-CPI-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-COMPROVANTE-IMP
                END-IF.
                MOVE SPACES TO REG-COMPROVANTE-IMP.
                MOVE "** REIMPRESSAO **" TO REG-COMPROVANTE-IMP.
                WRITE REG-COMPROVANTE-IMP.
                CLOSE ARQ-COMPROVANTE-IMP.
                OPEN EXTEND ARQ-REIMPRESSAO.
                IF ARQ-RIM-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-REIMPRESSAO
                END-IF.
                MOVE CPV-NUMERO TO RIM-NUMERO.
                MOVE CPV-COD-CONTA TO RIM-COD-CONTA.
                MOVE W-OPERADOR-ATUAL TO RIM-OPERADOR.
                MOVE DATE-TIME TO RIM-DATA.
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW (1:6) TO RIM-HORA.
                WRITE REG-REIMPRESSAO.
                CLOSE ARQ-REIMPRESSAO.

            *> APROVAR PEDIDOS DE AUMENTO DE LIMITE PENDENTES
            LOOP-APROVA.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY APROVA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "APRV" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    PERFORM APROVA-PROXIMO-PEDIDO
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> DECIDE O PRIMEIRO PEDIDO PENDENTE DO ARQUIVO DE APROVAÇÔES
            APROVA-PROXIMO-PEDIDO.
                MOVE ZEROS TO APR-CHAVE.
                START ARQ-APROVACAO KEY IS NOT LESS THAN APR-CHAVE INVALID KEY MOVE 10 TO ARQ-APR-OK.

                MOVE ' ' TO W-APR-FOUND.
                PERFORM UNTIL ACHOU-APR-CONTA OR ARQ-APR-OK EQUAL 10
                    READ ARQ-APROVACAO NEXT RECORD AT END MOVE 10 TO ARQ-APR-OK
                    NOT AT END
                        IF APR-PENDENTE
                            MOVE 'S' TO W-APR-FOUND
                        END-IF
                    END-READ
                END-PERFORM.

                IF NOT ACHOU-APR-CONTA
                    DISPLAY MSG10 AT 2013 FOREGROUND-COLOR IS 2
                ELSE
                  *> SEGREGAÇÂO DE FUNÇÔES: O OPERADOR QUE REGISTROU O PEDIDO
                  *> NÂO PODE SER O MESMO QUE O DECIDE
                  IF APR-OPERADOR-PEDIDO EQUAL W-OPERADOR-ATUAL
                    DISPLAY MSG-ERROR-31 AT 2013 FOREGROUND-COLOR IS 4
                  ELSE
                    IF APR-TIPO-REABERTURA
                        DISPLAY "REABERTURA DE CONTA" AT 0221
                    ELSE
                        DISPLAY "AUMENTO DE LIMITE" AT 0221
                        MOVE APR-LIMITE-ATUAL TO M-LIMITE
                        DISPLAY M-LIMITE AT 0420
                        MOVE APR-LIMITE-NOVO TO M-LIMITE
                        DISPLAY M-LIMITE AT 0520
                    END-IF
                    DISPLAY APR-COD-CONTA AT 0320
                    ACCEPT W-ASK AT 0721 WITH PROMPT AUTO

                    MOVE APR-COD-CONTA TO COD-CONTA
                    PERFORM READ-REG
                    IF APR-TIPO-REABERTURA
                        PERFORM DECIDE-REABERTURA
                    ELSE
                        PERFORM DECIDE-LIMITE
                    END-IF
                    MOVE W-OPERADOR-ATUAL TO APR-OPERADOR-DECISAO
                    REWRITE REG-APROVACAO INVALID KEY PERFORM FILE-ERROR-MODIFY
                  END-IF
                END-IF.

            *> PEDIDO DE LIMITE: A CONTA PRECISA CONTINUAR ATIVA; ENCERRADA
            *> DEPOIS DO PEDIDO, O LIMITE NÂO E REINSTAURADO
            DECIDE-LIMITE.
                IF CONTA-FECHADA
                    DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                    MOVE 'R' TO APR-STATUS
                ELSE
                  IF S-ASK
                    MOVE APR-LIMITE-NOVO TO W-LIMITE
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'AP' TO W-EXT-TIPO-ATUAL
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    MOVE ZEROS TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    MOVE 'A' TO APR-STATUS
                    MOVE 'LA' TO W-NOT-EVENTO
                    MOVE "AUMENTO DE LIMITE APROVADO" TO W-NOT-TEXTO
                    PERFORM GRAVA-NOTIFICACAO
                    DISPLAY MSG08 AT 2013 FOREGROUND-COLOR IS 2
                  ELSE
                    MOVE 'R' TO APR-STATUS
                    MOVE 'LR' TO W-NOT-EVENTO
                    MOVE "AUMENTO DE LIMITE REJEITADO" TO W-NOT-TEXTO
                    PERFORM GRAVA-NOTIFICACAO
                    DISPLAY MSG09 AT 2013 FOREGROUND-COLOR IS 2
                  END-IF
                END-IF.

            *> PEDIDO DE REABERTURA: SO FAZ SENTIDO SE A CONTA AINDA ESTA
            *> ENCERRADA; APROVADO, O STATUS VOLTA A 'A' E O MOVIMENTO 'RE'
            *> DEIXA O CICLO DE VIDA DA CONTA RASTREAVEL NO EXTRATO
            DECIDE-REABERTURA.
                IF NOT CONTA-FECHADA
                    DISPLAY MSG-ERROR-27 AT 2013 FOREGROUND-COLOR IS 4
                    MOVE 'R' TO APR-STATUS
                ELSE
                  IF S-ASK
                    MOVE 'A' TO W-STATUS
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'RE' TO W-EXT-TIPO-ATUAL
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    MOVE ZEROS TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    MOVE 'A' TO APR-STATUS
                    MOVE 'RA' TO W-NOT-EVENTO
                    MOVE "REABERTURA DE CONTA APROVADA" TO W-NOT-TEXTO
                    PERFORM GRAVA-NOTIFICACAO
                    DISPLAY MSG18 AT 2013 FOREGROUND-COLOR IS 2
                  ELSE
                    MOVE 'R' TO APR-STATUS
                    MOVE 'RR' TO W-NOT-EVENTO
                    MOVE "REABERTURA DE CONTA REJEITADA" TO W-NOT-TEXTO
                    PERFORM GRAVA-NOTIFICACAO
                    DISPLAY MSG19 AT 2013 FOREGROUND-COLOR IS 2
                  END-IF
                END-IF.

            *> TRANSFERENCIA ENTRE DUAS CONTAS COMO UMA UNICA OPERACAO DE CAIXA
            LOOP-TRANSF.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY TRANSF-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO W-TRF-CONTA-ORIGEM.
                MOVE ZEROS TO W-TRF-CONTA-DESTINO.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0320
                    MOVE M-COD-CONTA TO W-TRF-CONTA-ORIGEM
                    *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                    IF W-TRF-CONTA-ORIGEM NOT EQUAL ZEROS
                        MOVE ZEROS TO W-DV-DIGITADO
                        ACCEPT W-DV-DIGITADO AT 0334 WITH PROMPT AUTO
                        MOVE W-TRF-CONTA-ORIGEM TO W-DV-BASE
                        PERFORM VERIFICA-DV-CONTA
                        IF NOT DV-CONFERE
                            MOVE ZEROS TO W-TRF-CONTA-ORIGEM
                        END-IF
                    END-IF
                END-IF.

                IF W-TRF-CONTA-ORIGEM NOT EQUAL ZEROS
                    MOVE W-TRF-CONTA-ORIGEM TO COD-CONTA
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                      PERFORM TRATA-CONTA-DORMENTE
                      IF NOT CONTA-ATIVA
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0420
                        MOVE W-SALDO TO M-SALDO
                        DISPLAY M-SALDO AT 0520
                        MOVE W-SALDO TO W-TRF-SALDO-ORIGEM
                        MOVE W-LIMITE TO W-TRF-LIMITE-ORIGEM
                        MOVE W-TRF-CONTA-ORIGEM TO W-OBT-MOV-CONTA
                        MOVE CPF TO W-OBT-MOV-CPF
                        MOVE CPF2 TO W-OBT-MOV-CPF2
                        MOVE ZEROS TO W-TRF-CNPJ-ORIGEM
                        IF TITULAR-PJ
                            MOVE CNPJ TO W-TRF-CNPJ-ORIGEM
                        END-IF

                        MOVE ZEROS TO M-COD-CONTA
                        ACCEPT M-COD-CONTA AT 0720
                        MOVE M-COD-CONTA TO W-TRF-CONTA-DESTINO
                        *> DV DA CONTA DESTINO: E AQUI QUE A TRANSPOSIÇÂO
                        *> MANDARIA DINHEIRO PARA A CONTA ERRADA
                        IF W-TRF-CONTA-DESTINO NOT EQUAL ZEROS
                            MOVE ZEROS TO W-DV-DIGITADO
                            ACCEPT W-DV-DIGITADO AT 0734 WITH PROMPT AUTO
                            MOVE W-TRF-CONTA-DESTINO TO W-DV-BASE
                            PERFORM VERIFICA-DV-CONTA
                            IF NOT DV-CONFERE
                                MOVE ZEROS TO W-TRF-CONTA-DESTINO
                            END-IF
                        END-IF
                        *> SEM O NUMERO DA CONTA, O CAIXA BUSCA PELO CPF
                        *> DO FAVORECIDO E ESCOLHE NA LISTA
                        IF W-TRF-CONTA-DESTINO EQUAL ZEROS
                            PERFORM ESCOLHE-DESTINO-POR-CPF
                        END-IF
                        IF W-TRF-CONTA-DESTINO EQUAL ZEROS OR
                           W-TRF-CONTA-DESTINO EQUAL W-TRF-CONTA-ORIGEM
                            DISPLAY MSG-ERROR-18 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            MOVE W-TRF-CONTA-DESTINO TO COD-CONTA
                            PERFORM READ-REG
                            IF ARQ-OK EQUAL 23
                                PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                            ELSE
                              PERFORM TRATA-CONTA-DORMENTE
                              IF NOT CONTA-ATIVA
                                PERFORM MOSTRA-ERRO-STATUS
                              ELSE
                                DISPLAY W-NOME AT 0820
                                MOVE ZEROS TO W-VALOR
                                ACCEPT W-VALOR AT 1025 WITH PROMPT AUTO
                                MOVE SPACES TO W-TRF-DESCRICAO
                                ACCEPT W-TRF-DESCRICAO AT 1116 WITH PROMPT
                                MOVE ZEROS TO W-TRF-CATEGORIA
                                ACCEPT W-TRF-CATEGORIA AT 1147 WITH PROMPT AUTO
                                IF W-VALOR NOT > ZEROS
                                    DISPLAY MSG-ERROR-19 AT 2013 FOREGROUND-COLOR IS 4
                                ELSE
                                    *> TITULAR FALECIDO NA ORIGEM (OS
                                    *> TITULARES FORAM GUARDADOS NA
                                    *> LEITURA DA ORIGEM) OU NO DESTINO
                                    MOVE 'TE' TO W-OBT-MOV-TIPO
                                    MOVE W-VALOR TO W-OBT-MOV-VALOR
                                    PERFORM VERIFICA-OBITO-MOVIMENTO
                                    MOVE 'TR' TO W-OBT-MOV-TIPO
                                    PERFORM VERIFICA-OBITO-CONTA-LIDA
                                    *> O TETO DE CHEQUE ESPECIAL (E O PISO
                                    *> DOS BLOQUEIOS JUDICIAIS) E VERIFICADO
                                    *> NA CONTA ORIGEM ANTES DE TOCAR
                                    *> QUALQUER UM DOS DOIS REGISTROS
                                    MOVE W-TRF-CONTA-ORIGEM TO W-BLQ-CONTA
                                    PERFORM SOMA-BLOQUEIOS
                                    IF W-SOMA-BLOQUEIOS > ZEROS
                                        MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                                    ELSE
                                        COMPUTE W-MIN-SALDO =
                                            ZEROS - W-TRF-LIMITE-ORIGEM
                                    END-IF
                                    PERFORM SOMA-FLOAT-CHEQUES
                                    ADD W-SOMA-FLOAT TO W-MIN-SALDO
                                    COMPUTE W-TRF-SALDO-NOVO = W-TRF-SALDO-ORIGEM - W-VALOR
                                    IF W-TRF-SALDO-NOVO < W-MIN-SALDO
                                        IF W-SOMA-FLOAT > ZEROS
                                            DISPLAY MSG-ERROR-78 AT 2013 FOREGROUND-COLOR IS 4
                                        ELSE
                                            DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                                        END-IF
                                    ELSE
                                        *> ORIGEM DE EMPRESA: ASSINATURA DE
                                        *> REPRESENTANTE ACIMA DA ALÇADA
                                        MOVE W-TRF-CONTA-ORIGEM TO W-REP-CONTA
                                        MOVE W-TRF-CNPJ-ORIGEM TO W-REP-CNPJ
                                        MOVE W-VALOR TO W-REP-VALOR
                                        PERFORM VERIFICA-PODERES-ASSINATURA
                                        IF ASSINATURA-RECUSADA
                                            DISPLAY MSG-ERROR-88 AT 2013 FOREGROUND-COLOR IS 4
                                        ELSE
                                            PERFORM EFETIVA-TRANSFERENCIA
                                            IF TRANSFERENCIA-EFETIVADA
                                                DISPLAY MSG11 AT 2013 FOREGROUND-COLOR IS 2
                                            END-IF
                                        END-IF
                                    END-IF
                                END-IF
                              END-IF
                            END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                *> GARANTE QUE NENHUMA TRAVA (REATIVAÇÂO DE DORMENTE NO MEIO
                *> DA VALIDAÇÂO, TRANSFERENCIA ABORTADA) FICA PRESA
                PERFORM SOLTA-TRAVA-REG.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> BUSCA AS CONTAS ATIVAS DO CPF DO FAVORECIDO PELA CHAVE
            *> ALTERNATIVA, LISTA CONTA/AGENCIA/NOME PARA O REMETENTE
            *> CONFERIR E RECEBE A CONTA ESCOLHIDA; A CONFIRMAÇÂO FICA NA
            *> TRILHA DE AUDITORIA DA CONTA DE ORIGEM, PARA DISPUTAS DE
            *> "MANDARAM PARA O DESTINO ERRADO"
            ESCOLHE-DESTINO-POR-CPF.
                DISPLAY "CPF DESTINO: " AT 1205.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 1218 WITH PROMPT AUTO.
                MOVE M-CPF TO W-TRF-CPF-DESTINO.
                MOVE ZEROS TO W-TRF-CNPJ-DESTINO.
                IF W-TRF-CPF-DESTINO EQUAL ZEROS
                    *> SEM CPF, O FAVORECIDO PODE SER UMA EMPRESA
                    DISPLAY "CNPJ DESTINO: " AT 1235
                    MOVE ZEROS TO M-CNPJ
                    ACCEPT M-CNPJ AT 1249 WITH PROMPT AUTO
                    MOVE M-CNPJ TO W-TRF-CNPJ-DESTINO
                    IF W-TRF-CNPJ-DESTINO NOT EQUAL ZEROS
                        PERFORM LISTA-DESTINOS-CNPJ
                        PERFORM ESCOLHE-DESTINO-LISTADO
                    END-IF
                ELSE
                    MOVE ZEROS TO W-TRF-QTDE-LISTADAS
                    MOVE W-TRF-CPF-DESTINO TO CPF
                    START ARQ-BANCO KEY IS EQUAL TO CPF
                        INVALID KEY MOVE 10 TO ARQ-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                    END-START
                    PERFORM UNTIL ARQ-OK EQUAL 10 OR W-TRF-QTDE-LISTADAS > 4
                        READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF NOT EQUAL W-TRF-CPF-DESTINO
                                MOVE 10 TO ARQ-OK
                            ELSE
                                IF CONTA-ATIVA
                                    ADD 1 TO W-TRF-QTDE-LISTADAS
                                    COMPUTE W-DISPLAY-POS =
                                        (W-TRF-QTDE-LISTADAS + 12) * 100 + 05
                                    DISPLAY COD-CONTA AT W-DISPLAY-POS
                                    COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 9
                                    DISPLAY COD-AGENCIA AT W-DISPLAY-POS
                                    COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 6
                                    DISPLAY W-NOME AT W-DISPLAY-POS
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                    PERFORM ESCOLHE-DESTINO-LISTADO
                END-IF.

            ESCOLHE-DESTINO-LISTADO.
                IF W-TRF-QTDE-LISTADAS EQUAL ZEROS
                    DISPLAY MSG-ERROR-07 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    DISPLAY "CONTA ESCOLHIDA (ZEROS=DESISTE): " AT 1805
                    MOVE ZEROS TO M-COD-CONTA
                    ACCEPT M-COD-CONTA AT 1838
                    MOVE M-COD-CONTA TO W-TRF-CONTA-DESTINO
                    IF W-TRF-CONTA-DESTINO NOT EQUAL ZEROS
                        PERFORM CONFIRMA-DESTINO-ESCOLHIDO
                    END-IF
                END-IF.

            *> CONTAS ATIVAS DA EMPRESA FAVORECIDA, EM VARREDURA COMPLETA
            *> (O CNPJ NÂO TEM CHAVE ALTERNATIVA NO ARQ-BANCO)
            LISTA-DESTINOS-CNPJ.
                MOVE ZEROS TO W-TRF-QTDE-LISTADAS.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10 OR W-TRF-QTDE-LISTADAS > 4
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF TITULAR-PJ AND CNPJ EQUAL W-TRF-CNPJ-DESTINO
                           AND CONTA-ATIVA
                            ADD 1 TO W-TRF-QTDE-LISTADAS
                            COMPUTE W-DISPLAY-POS =
                                (W-TRF-QTDE-LISTADAS + 12) * 100 + 05
                            DISPLAY COD-CONTA AT W-DISPLAY-POS
                            COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 9
                            DISPLAY COD-AGENCIA AT W-DISPLAY-POS
                            COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 6
                            DISPLAY W-NOME AT W-DISPLAY-POS
                        END-IF
                    END-READ
                END-PERFORM.

            *> A CONTA ESCOLHIDA PRECISA REALMENTE SER DO CPF BUSCADO
            *> (TITULAR OU SEGUNDO TITULAR); CONFERIDA, A ESCOLHA VAI
            *> PARA A AUDITORIA SOB A CONTA DE ORIGEM
            CONFIRMA-DESTINO-ESCOLHIDO.
                MOVE SPACE TO W-TRF-ESCOLHA-OK.
                MOVE W-TRF-CONTA-DESTINO TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF W-TRF-CNPJ-DESTINO NOT EQUAL ZEROS
                            IF TITULAR-PJ AND CNPJ EQUAL W-TRF-CNPJ-DESTINO
                               AND CONTA-ATIVA
                                MOVE 'S' TO W-TRF-ESCOLHA-OK
                            END-IF
                        ELSE
                            IF (CPF EQUAL W-TRF-CPF-DESTINO OR
                                CPF2 EQUAL W-TRF-CPF-DESTINO) AND CONTA-ATIVA
                                MOVE 'S' TO W-TRF-ESCOLHA-OK
                            END-IF
                        END-IF
                END-READ.
                IF NOT DESTINO-ESCOLHIDO
                    DISPLAY MSG-ERROR-18 AT 2013 FOREGROUND-COLOR IS 4
                    MOVE ZEROS TO W-TRF-CONTA-DESTINO
                ELSE
                    MOVE "TRF DESTINO" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    IF W-TRF-CNPJ-DESTINO NOT EQUAL ZEROS
                        STRING "CNPJ " DELIMITED BY SIZE
                               W-TRF-CNPJ-DESTINO DELIMITED BY SIZE
                            INTO W-AUD-ANTES
                    ELSE
                        STRING "CPF " DELIMITED BY SIZE
                               W-TRF-CPF-DESTINO DELIMITED BY SIZE
                            INTO W-AUD-ANTES
                    END-IF
                    MOVE SPACES TO W-AUD-DEPOIS
                    STRING "CONTA " DELIMITED BY SIZE
                           W-TRF-CONTA-DESTINO DELIMITED BY SIZE
                        INTO W-AUD-DEPOIS
                    MOVE W-TRF-CONTA-ORIGEM TO COD-CONTA
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.

            *> O PACOTE INFORMADO PRECISA EXISTIR NO CADASTRO; ZEROS =
            *> SEM PACOTE (MANUTENÇÂO PELA TABELA DE FAIXAS)
            CHECK-PACOTE.
                MOVE 'S' TO W-PAC-OK.
                ACCEPT W-PACOTE AT 1638 WITH PROMPT AUTO.
                IF W-PACOTE NOT EQUAL ZEROS
                    PERFORM LE-PACOTE
                    IF NOT ACHOU-PACOTE
                        DISPLAY MSG-ERROR-49 AT 2013 FOREGROUND-COLOR IS 4
                        MOVE 'N' TO W-PAC-OK
                    END-IF
                END-IF.

            LE-PACOTE.
                MOVE SPACE TO W-PAC-FOUND.
                MOVE W-PACOTE TO PAC-CODIGO.
                READ ARQ-PACOTE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO W-PAC-FOUND
                END-READ.

            *> PACOTE DE SERVIÇOS: SAQUES ALEM DA FRANQUIA DO MES PAGAM
            *> A TARIFA DE EXCEDENTE DO PACOTE, DEBITADA NA HORA COM
            *> MOVIMENTO 'TA'
            COBRA-EXCEDENTE-SAQUE.
                IF W-PACOTE EQUAL ZEROS
                    CONTINUE
                ELSE
                    PERFORM LE-PACOTE
                    IF ACHOU-PACOTE
                        MOVE 'SA' TO W-PAC-TIPO-CONTAGEM
                        PERFORM CONTA-MOVS-MES
                        IF W-QTDE-MOVS-MES > PAC-FRANQUIA-SAQUES AND
                           PAC-TARIFA-EXC-SAQUE > ZEROS
                            MOVE PAC-TARIFA-EXC-SAQUE TO W-PAC-TARIFA-EXC
                            PERFORM DEBITA-EXCEDENTE
                        END-IF
                    END-IF
                END-IF.

            *> MESMA REGRA PARA TRANSFERENCIAS ENVIADAS ('TE'); A ORIGEM
            *> E RELIDA POIS O REGISTRO CORRENTE E O DO DESTINO
            COBRA-EXCEDENTE-TRANSF.
                MOVE W-TRF-CONTA-ORIGEM TO COD-CONTA.
                PERFORM READ-REG.
                IF W-PACOTE EQUAL ZEROS
                    CONTINUE
                ELSE
                    PERFORM LE-PACOTE
                    IF ACHOU-PACOTE
                        MOVE 'TE' TO W-PAC-TIPO-CONTAGEM
                        PERFORM CONTA-MOVS-MES
                        IF W-QTDE-MOVS-MES > PAC-FRANQUIA-TRANSF AND
                           PAC-TARIFA-EXC-TRANSF > ZEROS
                            MOVE PAC-TARIFA-EXC-TRANSF TO W-PAC-TARIFA-EXC
                            PERFORM DEBITA-EXCEDENTE
                        END-IF
                    END-IF
                END-IF.

            *> CONTA OS MOVIMENTOS DO TIPO PEDIDO NO MES CORRENTE NO
            *> EXTRATO DA CONTA (INCLUI A OPERAÇÂO QUE ACABOU DE ENTRAR)
            CONTA-MOVS-MES.
                MOVE ZEROS TO W-QTDE-MOVS-MES.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-TIPO EQUAL W-PAC-TIPO-CONTAGEM AND
                                   EXT-DATA-ANO EQUAL YEARS AND
                                   EXT-DATA-MES EQUAL MONTHS
                                    ADD 1 TO W-QTDE-MOVS-MES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> DEBITA A TARIFA DE EXCEDENTE RESPEITANDO O TETO DO CHEQUE
            *> ESPECIAL E O PISO DOS BLOQUEIOS JUDICIAIS (NO PISO, FICA
            *> PARA A COBRANÇA MENSAL, COMO FAZ O JOB DE TARIFA)
            DEBITA-EXCEDENTE.
                MOVE COD-CONTA TO W-BLQ-CONTA.
                PERFORM SOMA-BLOQUEIOS.
                IF W-SOMA-BLOQUEIOS > ZEROS
                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                ELSE
                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                END-IF.
                PERFORM SOMA-FLOAT-CHEQUES.
                ADD W-SOMA-FLOAT TO W-MIN-SALDO.
                IF W-SALDO - W-PAC-TARIFA-EXC < W-MIN-SALDO
                    CONTINUE
                ELSE
                    *> COMO TODA OPERAÇÂO DE BALCÂO QUE MEXE EM SALDO, A
                    *> TARIFA DE EXCEDENTE PASSA PELO DIARIO DE
                    *> INTENÇÔES: UMA QUEDA ENTRE A REGRAVAÇÂO E O
                    *> EXTRATO E COMPLETADA PELO CONTA-RECUPERA
                    MOVE 'TA' TO W-INT-TIPO
                    MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                    MOVE ZEROS TO W-INT-CONTA-DESTINO
                    MOVE W-PAC-TARIFA-EXC TO W-INT-VALOR
                    MOVE W-SALDO TO W-INT-SALDO-ANTES
                    PERFORM GRAVA-INTENCAO
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT W-PAC-TARIFA-EXC FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'TA' TO W-EXT-TIPO-ATUAL
                    MOVE W-PAC-TARIFA-EXC TO EXT-VALOR
                    *> CATEGORIA PROPRIA (96) PARA O 'TA' DE EXCEDENTE:
                    *> SEM ELA O JOB DE TARIFA TOMARIA ESTE LANÇAMENTO
                    *> COMO A MANUTENÇÂO DO MES JA COBRADA E A APURAÇÂO
                    *> DE RECEITA O SOMARIA NA AMARRAÇÂO DA MANUTENÇÂO
                    MOVE "TARIFA EXCEDENTE" TO W-EXT-DESCRICAO-MOV
                    MOVE 96 TO W-EXT-CATEGORIA-MOV
                    PERFORM GRAVA-EXTRATO
                    PERFORM CONCLUI-INTENCAO
                END-IF.

            *> DEBITA A ORIGEM E CREDITA O DESTINO, GRAVANDO O PAR DE MOVIMENTOS
            *> DE EXTRATO ('TE'/'TR') UM REFERENCIANDO A CONTA DO OUTRO.
            *> AS DUAS CONTAS SÂO TRAVADAS ANTES DE QUALQUER REGRAVAÇÂO:
            *> COM O OUTRO CAIXA SEGURANDO UMA DELAS, NADA E DEBITADO
            EFETIVA-TRANSFERENCIA.
                MOVE SPACE TO W-TRF-EFETIVADA.
                MOVE W-TRF-CONTA-ORIGEM TO COD-CONTA.
                PERFORM READ-REG-LOCK.
                IF ARQ-OK NOT EQUAL ZEROS
                    PERFORM MOSTRA-ERRO-LEITURA
                    PERFORM SOLTA-TRAVA-REG
                ELSE
                    MOVE W-TRF-CONTA-DESTINO TO COD-CONTA
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                        PERFORM SOLTA-TRAVA-REG
                    ELSE
                        PERFORM APLICA-TRANSFERENCIA
                        PERFORM SOLTA-TRAVA-REG
                    END-IF
                END-IF.

            APLICA-TRANSFERENCIA.
                MOVE W-TRF-CONTA-ORIGEM TO COD-CONTA.
                PERFORM READ-REG.
                *> REVALIDA O TETO SOBRE O SALDO JA TRAVADO: O OUTRO CAIXA
                *> PODE TER SACADO ENTRE A TELA E A TRAVA, E O SALDO DA
                *> VALIDAÇÂO INICIAL JA NÂO VALE
                MOVE W-TRF-CONTA-ORIGEM TO W-BLQ-CONTA.
                PERFORM SOMA-BLOQUEIOS.
                IF W-SOMA-BLOQUEIOS > ZEROS
                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                ELSE
                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                END-IF.
                PERFORM SOMA-FLOAT-CHEQUES.
                ADD W-SOMA-FLOAT TO W-MIN-SALDO.
                COMPUTE W-TRF-SALDO-NOVO = W-SALDO - W-VALOR.
                IF W-TRF-SALDO-NOVO < W-MIN-SALDO
                    DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    *> A INTENÇÂO COBRE AS DUAS PERNAS: UMA QUEDA ENTRE O
                    *> DEBITO E O CREDITO NUNCA DEIXA DINHEIRO SUMIDO
                    MOVE 'TE' TO W-INT-TIPO
                    MOVE W-TRF-CONTA-ORIGEM TO W-INT-CONTA-ORIGEM
                    MOVE W-TRF-CONTA-DESTINO TO W-INT-CONTA-DESTINO
                    MOVE W-VALOR TO W-INT-VALOR
                    MOVE W-SALDO TO W-INT-SALDO-ANTES
                    PERFORM GRAVA-INTENCAO
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT W-VALOR FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'TE' TO W-EXT-TIPO-ATUAL
                    MOVE W-VALOR TO EXT-VALOR
                    MOVE W-TRF-CONTA-DESTINO TO W-EXT-CONTA-CONTRA
                    MOVE W-TRF-DESCRICAO TO W-EXT-DESCRICAO-MOV
                    MOVE W-TRF-CATEGORIA TO W-EXT-CATEGORIA-MOV
                    PERFORM GRAVA-EXTRATO

                    MOVE W-TRF-CONTA-DESTINO TO COD-CONTA
                    PERFORM READ-REG
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    ADD W-VALOR TO W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'TR' TO W-EXT-TIPO-ATUAL
                    MOVE W-VALOR TO EXT-VALOR
                    MOVE W-TRF-CONTA-ORIGEM TO W-EXT-CONTA-CONTRA
                    MOVE W-TRF-DESCRICAO TO W-EXT-DESCRICAO-MOV
                    MOVE W-TRF-CATEGORIA TO W-EXT-CATEGORIA-MOV
                    PERFORM GRAVA-EXTRATO
                    PERFORM CONCLUI-INTENCAO
                    MOVE 'S' TO W-TRF-EFETIVADA
                    PERFORM COBRA-EXCEDENTE-TRANSF
                END-IF.

            *> TRANSFERENCIA PARA CONTA EM OUTRO BANCO: DEBITA A ORIGEM COM
            *> O MESMO TETO DE CHEQUE ESPECIAL DO SAQUE, GRAVA O MOVIMENTO
            *> 'TX' E A CAPTURA PENDENTE QUE O JOB DE REMESSA RECOLHE A
            *> NOITE PARA O ARQUIVO DA CAMARA
            LOOP-TRANSF-EXT.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY TRANSF-EXT-SCREEN.

                MOVE SPACE TO W-ASK.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0322
                    MOVE M-COD-CONTA TO COD-CONTA
                    *> O DV DIGITADO PROTEGE CONTRA TRANSPOSIÇÂO DE DIGITOS
                    IF COD-CONTA NOT EQUAL ZEROS
                        MOVE ZEROS TO W-DV-DIGITADO
                        ACCEPT W-DV-DIGITADO AT 0336 WITH PROMPT AUTO
                        MOVE COD-CONTA TO W-DV-BASE
                        PERFORM VERIFICA-DV-CONTA
                        IF NOT DV-CONFERE
                            MOVE ZEROS TO COD-CONTA
                        END-IF
                    END-IF
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      PERFORM TRATA-CONTA-DORMENTE
                      IF NOT CONTA-ATIVA
                        PERFORM MOSTRA-ERRO-STATUS
                      ELSE
                        DISPLAY W-NOME AT 0422
                        MOVE W-SALDO TO M-SALDO
                        DISPLAY M-SALDO AT 0522
                        MOVE ZEROS TO W-TEX-BANCO
                        ACCEPT W-TEX-BANCO AT 0722 WITH PROMPT AUTO
                        MOVE ZEROS TO W-TEX-AGENCIA
                        ACCEPT W-TEX-AGENCIA AT 0822 WITH PROMPT AUTO
                        MOVE ZEROS TO M-COD-CONTA
                        ACCEPT M-COD-CONTA AT 0922
                        MOVE M-COD-CONTA TO W-TEX-CONTA
                        IF W-TEX-BANCO EQUAL ZEROS
                            DISPLAY MSG-ERROR-37 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                          IF W-TEX-AGENCIA EQUAL ZEROS OR W-TEX-CONTA EQUAL ZEROS
                            DISPLAY MSG-ERROR-18 AT 2013 FOREGROUND-COLOR IS 4
                          ELSE
                            MOVE ZEROS TO W-VALOR
                            ACCEPT W-VALOR AT 1125 WITH PROMPT AUTO
                            IF W-VALOR NOT > ZEROS
                                DISPLAY MSG-ERROR-19 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                              *> TITULAR FALECIDO: A TENTATIVA FICA REGISTRADA
                              MOVE 'TX' TO W-OBT-MOV-TIPO
                              MOVE W-VALOR TO W-OBT-MOV-VALOR
                              PERFORM VERIFICA-OBITO-CONTA-LIDA
                              *> CONTA DE EMPRESA: ASSINATURA DE
                              *> REPRESENTANTE ACIMA DA ALÇADA
                              PERFORM VERIFICA-PODERES-CONTA-LIDA
                              IF ASSINATURA-RECUSADA
                                DISPLAY MSG-ERROR-88 AT 2013 FOREGROUND-COLOR IS 4
                              ELSE
                                MOVE COD-CONTA TO W-BLQ-CONTA
                                PERFORM SOMA-BLOQUEIOS
                                IF W-SOMA-BLOQUEIOS > ZEROS
                                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                                ELSE
                                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                                END-IF
                                PERFORM SOMA-FLOAT-CHEQUES
                                ADD W-SOMA-FLOAT TO W-MIN-SALDO
                                MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                                SUBTRACT W-VALOR FROM W-SALDO
                                IF W-SALDO < W-MIN-SALDO
                                    ADD W-VALOR TO W-SALDO
                                    IF W-SOMA-BLOQUEIOS > ZEROS
                                        DISPLAY MSG-ERROR-50 AT 2013 FOREGROUND-COLOR IS 4
                                    ELSE
                                        DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                                    END-IF
                                ELSE
                                    MOVE 'TX' TO W-INT-TIPO
                                    MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                                    MOVE ZEROS TO W-INT-CONTA-DESTINO
                                    MOVE W-VALOR TO W-INT-VALOR
                                    MOVE EXT-SALDO-ANTERIOR TO W-INT-SALDO-ANTES
                                    MOVE W-TEX-BANCO TO W-INT-TX-BANCO
                                    MOVE W-TEX-AGENCIA TO W-INT-TX-AGENCIA
                                    MOVE W-TEX-CONTA TO W-INT-TX-CONTA
                                    PERFORM GRAVA-INTENCAO
                                    MOVE DATE-TIME TO DT-ULT-MODIF
                                    PERFORM MODIFY-REG
                                    MOVE 'TX' TO W-EXT-TIPO-ATUAL
                                    MOVE W-VALOR TO EXT-VALOR
                                    PERFORM GRAVA-EXTRATO
                                    PERFORM GRAVA-TRANSF-EXT
                                    PERFORM CONCLUI-INTENCAO
                                    DISPLAY MSG33 AT 2013 FOREGROUND-COLOR IS 2
                                END-IF
                              END-IF
                            END-IF
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.
                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> GRAVA A CAPTURA PENDENTE COM A PROXIMA SEQUENCIA DA CONTA;
            *> A REFERENCIA ENVIADA A CAMARA NASCE AQUI (CONTA + FINAL DA
            *> SEQUENCIA) PARA O RETORNO DE REJEIÇÂO LOCALIZAR A CAPTURA
            GRAVA-TRANSF-EXT.
                MOVE COD-CONTA TO TEX-COD-CONTA.
                MOVE 999999 TO TEX-SEQUENCIA.
                START ARQ-TRANSF-EXT KEY IS NOT GREATER THAN TEX-CHAVE
                    INVALID KEY MOVE 1 TO W-TEX-SEQ
                    NOT INVALID KEY
                        READ ARQ-TRANSF-EXT NEXT RECORD AT END MOVE 1 TO W-TEX-SEQ
                        NOT AT END
                            IF TEX-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO TEX-SEQUENCIA GIVING W-TEX-SEQ
                            ELSE
                                MOVE 1 TO W-TEX-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO TEX-COD-CONTA.
                MOVE W-TEX-SEQ TO TEX-SEQUENCIA.
                MOVE W-TEX-BANCO TO TEX-BANCO-DESTINO.
                MOVE W-TEX-AGENCIA TO TEX-AGENCIA-DESTINO.
                MOVE W-TEX-CONTA TO TEX-CONTA-DESTINO.
                MOVE W-VALOR TO TEX-VALOR.
                MOVE 'P' TO TEX-STATUS.
                MOVE SPACES TO TEX-REFERENCIA.
                STRING TEX-COD-CONTA DELIMITED BY SIZE
                       TEX-SEQUENCIA (2:5) DELIMITED BY SIZE
                    INTO TEX-REFERENCIA.
                MOVE DATE-TIME TO TEX-DATA.
                MOVE W-OPERADOR-ATUAL TO TEX-OPERADOR.
                WRITE REG-TRANSF-EXT INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> CONSULTA DE EXTRATO NA TELA, COM FILTRO OPCIONAL DE PERIODO E
            *> PAGINACAO PARA FRENTE E PARA TRAS (CONTAS MOVIMENTADAS TEM MAIS
            *> MOVIMENTOS DO QUE CABE NUMA TELA)
            LOOP-EXTRATO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY EXTRATO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0312.
                MOVE M-COD-CONTA TO COD-CONTA.
                *> DATAS EM ZEROS = SEM FILTRO DAQUELE LADO
                MOVE ZEROS TO W-EXC-DATA-INI.
                ACCEPT W-EXC-DATA-INI AT 0346 WITH PROMPT AUTO.
                MOVE ZEROS TO W-EXC-DATA-FIM.
                ACCEPT W-EXC-DATA-FIM AT 0446 WITH PROMPT AUTO.
                MOVE W-EXC-INI-ANO TO W-EXC-COMP-INI-ANO.
                MOVE W-EXC-INI-MES TO W-EXC-COMP-INI-MES.
                MOVE W-EXC-INI-DIA TO W-EXC-COMP-INI-DIA.
                MOVE W-EXC-FIM-ANO TO W-EXC-COMP-FIM-ANO.
                MOVE W-EXC-FIM-MES TO W-EXC-COMP-FIM-MES.
                MOVE W-EXC-FIM-DIA TO W-EXC-COMP-FIM-DIA.

                *> CONTA ENCERRADA TAMBEM TEM EXTRATO CONSULTAVEL (CONTESTAÇÔES)
                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                        MOVE 1 TO W-EXC-PAG-ATUAL
                        MOVE 1 TO PAG-SEQ-INICIAL (1)
                        PERFORM EXIBE-PAGINA-EXTRATO
                        MOVE SPACE TO W-EXC-CMD
                        PERFORM COMANDO-EXTRATO UNTIL CMD-SAIR-EXTRATO
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            COMANDO-EXTRATO.
                MOVE SPACE TO W-EXC-CMD.
                ACCEPT W-EXC-CMD AT 1931 WITH PROMPT AUTO.
                IF CMD-PROXIMA
                    IF TEM-PAGINA-SEGUINTE AND W-EXC-PAG-ATUAL < 99
                        ADD 1 TO W-EXC-PAG-ATUAL
                        PERFORM EXIBE-PAGINA-EXTRATO
                    END-IF
                ELSE
                    IF CMD-VOLTA AND W-EXC-PAG-ATUAL > 1
                        SUBTRACT 1 FROM W-EXC-PAG-ATUAL
                        PERFORM EXIBE-PAGINA-EXTRATO
                    END-IF
                END-IF.

            *> EXIBE UMA PAGINA (13 LINHAS) DO EXTRATO A PARTIR DA SEQUENCIA
            *> INICIAL DA PAGINA ATUAL; AO ENCONTRAR A 14A LINHA GUARDA NELA O
            *> INICIO DA PROXIMA PAGINA
            EXIBE-PAGINA-EXTRATO.
                PERFORM LIMPA-LINHAS-EXTRATO.
                MOVE ZEROS TO W-EXC-QTDE-LINHA.
                MOVE 'N' TO W-EXC-TEM-PROXIMA.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE PAG-SEQ-INICIAL (W-EXC-PAG-ATUAL) TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF (W-EXC-DATA-INI EQUAL ZEROS OR
                                    EXT-DATA NOT < W-EXC-COMP-INI) AND
                                   (W-EXC-DATA-FIM EQUAL ZEROS OR
                                    EXT-DATA NOT > W-EXC-COMP-FIM)
                                    IF W-EXC-QTDE-LINHA < 13
                                        PERFORM EXIBE-LINHA-EXTRATO
                                    ELSE
                                        MOVE 'S' TO W-EXC-TEM-PROXIMA
                                        IF W-EXC-PAG-ATUAL < 99
                                            MOVE EXT-SEQUENCIA TO PAG-SEQ-INICIAL (W-EXC-PAG-ATUAL + 1)
                                        END-IF
                                        MOVE 10 TO ARQ-EXT-OK
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-EXTRATO.
                ADD 1 TO W-EXC-QTDE-LINHA.
                COMPUTE W-DISPLAY-POS = (W-EXC-QTDE-LINHA + 5) * 100 + 05.
                MOVE EXT-SEQUENCIA TO M-EXT-SEQ.
                DISPLAY M-EXT-SEQ AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 8.
                DISPLAY EXT-TIPO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 3.
                MOVE EXT-VALOR TO M-SALDO.
                DISPLAY M-SALDO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 16.
                MOVE EXT-SALDO-ANTERIOR TO M-SALDO.
                DISPLAY M-SALDO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 16.
                MOVE EXT-SALDO-ATUAL TO M-SALDO.
                DISPLAY M-SALDO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 16.
                MOVE EXT-DATA-DIA TO W-EXC-MOV-DIA.
                MOVE EXT-DATA-MES TO W-EXC-MOV-MES.
                MOVE EXT-DATA-ANO TO W-EXC-MOV-ANO.
                MOVE W-EXC-DATA-MOV-NUM TO M-EXT-DATA.
                DISPLAY M-EXT-DATA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 11.
                DISPLAY EXT-DESCRICAO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 21.
                DISPLAY EXT-CATEGORIA AT W-DISPLAY-POS.

            LIMPA-LINHAS-EXTRATO.
                MOVE ZEROS TO W-EXC-QTDE-LINHA.
                PERFORM UNTIL W-EXC-QTDE-LINHA EQUAL 13
                    ADD 1 TO W-EXC-QTDE-LINHA
                    COMPUTE W-DISPLAY-POS = (W-EXC-QTDE-LINHA + 5) * 100 + 05
                    DISPLAY W-EXC-LINHA-LIMPA AT W-DISPLAY-POS
                END-PERFORM.

            *> ESTORNO: DESFAZ UM DEPOSITO OU SAQUE LANÇADO ERRADO, GRAVANDO UM
            *> MOVIMENTO 'ES' QUE REGISTRA QUAL SEQUENCIA FOI ESTORNADA, PARA A
            *> AUDITORIA PAREAR CADA CORREÇÂO COM O SEU ERRO
            LOOP-ESTORNO.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY ESTORNO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                PERFORM VERIFICA-JANELA-BATCH.
                IF JANELA-LIVRE
                    ACCEPT M-COD-CONTA AT 0317
                    MOVE M-COD-CONTA TO COD-CONTA
                END-IF.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG-LOCK
                    IF ARQ-OK NOT EQUAL ZEROS
                        PERFORM MOSTRA-ERRO-LEITURA
                    ELSE
                      IF CONTA-FECHADA
                        DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        MOVE ZEROS TO W-EST-SEQ
                        ACCEPT W-EST-SEQ AT 0417 WITH PROMPT AUTO
                        MOVE COD-CONTA TO EXT-COD-CONTA
                        MOVE W-EST-SEQ TO EXT-SEQUENCIA
                        READ ARQ-EXTRATO
                            INVALID KEY
                                DISPLAY MSG-ERROR-20 AT 2013 FOREGROUND-COLOR IS 4
                            NOT INVALID KEY
                                PERFORM VALIDA-E-EFETIVA-ESTORNO
                        END-READ
                      END-IF
                    END-IF
                END-IF.

                PERFORM SOLTA-TRAVA-REG.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> SO DEPOSITOS E SAQUES AINDA NÂO ESTORNADOS PODEM SER DESFEITOS
            VALIDA-E-EFETIVA-ESTORNO.
                IF NOT EXT-DEPOSITO AND NOT EXT-SAQUE
                   AND NOT (ESTORNO-DE-RECLAMACAO AND EXT-TARIFA)
                    DISPLAY MSG-ERROR-21 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE EXT-TIPO TO W-EST-TIPO-ORIG
                    MOVE EXT-VALOR TO W-EST-VALOR-ORIG
                    DISPLAY W-EST-TIPO-ORIG AT 0621
                    MOVE W-EST-VALOR-ORIG TO M-SALDO
                    DISPLAY M-SALDO AT 0721
                    PERFORM VERIFICA-JA-ESTORNADO
                    IF MOVIMENTO-JA-ESTORNADO
                        DISPLAY MSG-ERROR-22 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                        IF W-EST-TIPO-ORIG EQUAL 'DE'
                            SUBTRACT W-EST-VALOR-ORIG FROM W-SALDO
                        ELSE
                            ADD W-EST-VALOR-ORIG TO W-SALDO
                        END-IF
                        COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                        IF W-SALDO < W-MIN-SALDO
                            MOVE EXT-SALDO-ANTERIOR TO W-SALDO
                            DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            MOVE 'ES' TO W-INT-TIPO
                            MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                            MOVE ZEROS TO W-INT-CONTA-DESTINO
                            MOVE W-EST-VALOR-ORIG TO W-INT-VALOR
                            MOVE EXT-SALDO-ANTERIOR TO W-INT-SALDO-ANTES
                            MOVE W-EST-SEQ TO W-INT-SEQ-ESTORNADA
                            PERFORM GRAVA-INTENCAO
                            MOVE DATE-TIME TO DT-ULT-MODIF
                            PERFORM MODIFY-REG
                            MOVE 'ES' TO W-EXT-TIPO-ATUAL
                            MOVE W-EST-VALOR-ORIG TO EXT-VALOR
                            MOVE W-EST-SEQ TO W-EXT-SEQ-ESTORNADA
                            PERFORM GRAVA-EXTRATO
                            PERFORM CONCLUI-INTENCAO
                            DISPLAY MSG12 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                    END-IF
                END-IF.

            *> VARRE O EXTRATO DA CONTA PROCURANDO UM 'ES' QUE JA APONTE PARA A
            *> SEQUENCIA PEDIDA
            VERIFICA-JA-ESTORNADO.
                MOVE 'N' TO W-EST-JA-ESTORNADO.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-ESTORNO AND EXT-SEQ-ESTORNADA EQUAL W-EST-SEQ
                                    MOVE 'S' TO W-EST-JA-ESTORNADO
                                    MOVE 10 TO ARQ-EXT-OK
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> O CPF EM W-CPF (OU DA CONTA CORRENTE EM CPF) ESTA VIGIADO?
            VERIFICA-WATCHLIST.
                MOVE SPACE TO W-CPF-VIGIADO.
                MOVE CPF TO WTC-CPF.
                READ ARQ-WATCHLIST
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO W-CPF-VIGIADO
                END-READ.

            *> REGISTRA A OPERAÇÂO DO CLIENTE VIGIADO SEM TOCAR O SALDO;
            *> ELA FICA PENDENTE ATE A TELA DE REVISAO DO SUPERVISOR
            RETEM-OPERACAO.
                MOVE COD-CONTA TO PEN-COD-CONTA.
                MOVE 999999 TO PEN-SEQUENCIA.
                START ARQ-PENDENTE KEY IS NOT GREATER THAN PEN-CHAVE
                    INVALID KEY MOVE 1 TO W-PEN-SEQ
                    NOT INVALID KEY
                        READ ARQ-PENDENTE NEXT RECORD AT END MOVE 1 TO W-PEN-SEQ
                        NOT AT END
                            IF PEN-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO PEN-SEQUENCIA GIVING W-PEN-SEQ
                            ELSE
                                MOVE 1 TO W-PEN-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO PEN-COD-CONTA.
                MOVE W-PEN-SEQ TO PEN-SEQUENCIA.
                MOVE W-PEN-TIPO-RETIDA TO PEN-TIPO.
                MOVE W-VALOR TO PEN-VALOR.
                MOVE 'P' TO PEN-STATUS.
                MOVE DATE-TIME TO PEN-DATA.
                MOVE W-OPERADOR-ATUAL TO PEN-OPERADOR.
                MOVE ZEROS TO PEN-OPERADOR-DECISAO.
                WRITE REG-PENDENTE INVALID KEY PERFORM FILE-ERROR-WRITE.
                DISPLAY MSG28 AT 2013 FOREGROUND-COLOR IS 2.

            *> MANUTENÇÂO DA LISTA DE VIGILANCIA, RESTRITA A FUNÇÂO WTCH
            LOOP-WATCHLIST.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY WATCHLIST-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "WTCH" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO M-CPF
                    ACCEPT M-CPF AT 0310 WITH PROMPT AUTO
                    MOVE M-CPF TO W-CPF
                    IF W-CPF EQUAL ZEROS
                        DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        MOVE W-CPF TO WTC-CPF
                        READ ARQ-WATCHLIST
                            INVALID KEY
                                MOVE SPACES TO WTC-MOTIVO
                                MOVE SPACES TO WTC-DESCRICAO
                                MOVE 23 TO ARQ-WTC-OK
                            NOT INVALID KEY
                                DISPLAY WTC-MOTIVO AT 0523
                                DISPLAY WTC-DESCRICAO AT 0623
                        END-READ
                        MOVE W-CPF TO WTC-CPF
                        MOVE SPACE TO W-WTC-ACAO
                        ACCEPT W-WTC-ACAO AT 0841 WITH PROMPT AUTO
                        IF WTC-EXCLUIR
                            DELETE ARQ-WATCHLIST
                                INVALID KEY DISPLAY MSG-ERROR-03 AT 2013 FOREGROUND-COLOR IS 4
                                NOT INVALID KEY DISPLAY MSG29 AT 2013 FOREGROUND-COLOR IS 2
                            END-DELETE
                        ELSE
                          IF WTC-INCLUIR
                            ACCEPT WTC-MOTIVO AT 0523 WITH PROMPT
                            ACCEPT WTC-DESCRICAO AT 0623 WITH PROMPT
                            MOVE DATE-TIME TO WTC-DATA
                            IF ARQ-WTC-OK EQUAL 23
                                WRITE REG-WATCHLIST INVALID KEY PERFORM FILE-ERROR-WRITE
                            ELSE
                                REWRITE REG-WATCHLIST INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-IF
                            DISPLAY MSG29 AT 2013 FOREGROUND-COLOR IS 2
                          END-IF
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> REVISAO DAS OPERAÇÔES RETIDAS, RESTRITA A FUNÇÂO REVI:
            *> MOSTRA A PRIMEIRA PENDENTE E APLICA (LIBERADA) OU SO
            *> DOCUMENTA O DESFECHO NO EXTRATO (REJEITADA)
            LOOP-REVISAO.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY REVISAO-SCREEN.

                MOVE SPACE TO W-ASK.
                *> A LIBERAÇÂO APLICA O VALOR RETIDO AO SALDO, ENTÂO A
                *> REVISAO TAMBEM RESPEITA A JANELA BATCH
                PERFORM VERIFICA-JANELA-BATCH.
                MOVE "REVI" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                  IF JANELA-LIVRE
                    MOVE ZEROS TO PEN-CHAVE
                    MOVE ZEROS TO ARQ-PEN-OK
                    START ARQ-PENDENTE KEY IS NOT LESS THAN PEN-CHAVE
                        INVALID KEY MOVE 10 TO ARQ-PEN-OK
                    END-START
                    MOVE SPACE TO W-PEN-FOUND
                    PERFORM UNTIL ACHOU-PENDENTE OR ARQ-PEN-OK EQUAL 10
                        READ ARQ-PENDENTE NEXT RECORD AT END MOVE 10 TO ARQ-PEN-OK
                        NOT AT END
                            IF PEN-PENDENTE
                                MOVE 'S' TO W-PEN-FOUND
                            END-IF
                        END-READ
                    END-PERFORM
                    IF NOT ACHOU-PENDENTE
                        DISPLAY MSG32 AT 2013 FOREGROUND-COLOR IS 2
                    ELSE
                        DISPLAY PEN-COD-CONTA AT 0313
                        DISPLAY PEN-TIPO AT 0413
                        MOVE PEN-VALOR TO M-PEN-VALOR
                        DISPLAY M-PEN-VALOR AT 0513
                        ACCEPT W-ASK AT 0720 WITH PROMPT AUTO
                        PERFORM DECIDE-OPERACAO-RETIDA
                        *> CONTA TRAVADA PELO OUTRO CAIXA: SEGUE PENDENTE,
                        *> SEM DECISÂO REGISTRADA
                        IF NOT PEN-PENDENTE
                            MOVE W-OPERADOR-ATUAL TO PEN-OPERADOR-DECISAO
                            REWRITE REG-PENDENTE INVALID KEY PERFORM FILE-ERROR-MODIFY
                        END-IF
                    END-IF
                  END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> LIBERADA: APLICA AO SALDO COM O TETO DE SEMPRE E GRAVA O
            *> MOVIMENTO ORIGINAL; REJEITADA: GRAVA O MOVIMENTO 'RJ' SEM
            *> ALTERAR SALDO, SO PARA O DESFECHO FICAR NO EXTRATO
            DECIDE-OPERACAO-RETIDA.
                MOVE PEN-COD-CONTA TO COD-CONTA.
                *> TRAVA A CONTA: A LIBERAÇÂO FAZ O MESMO LER-CALCULAR-
                *> REGRAVAR DO DEPOSITO; TRAVADA PELO OUTRO CAIXA, A
                *> OPERAÇÂO CONTINUA PENDENTE E NADA E DECIDIDO
                PERFORM READ-REG-LOCK.
                IF ARQ-OK NOT EQUAL ZEROS
                    PERFORM MOSTRA-ERRO-LEITURA
                    PERFORM SOLTA-TRAVA-REG
                ELSE
                PERFORM DECIDE-OPERACAO-RETIDA-TRAVADA
                PERFORM SOLTA-TRAVA-REG
                END-IF.

            DECIDE-OPERACAO-RETIDA-TRAVADA.
                IF S-ASK
                    *> BLOQUEIO JUDICIAL ATIVO SOBE O PISO DO SALDO NO
                    *> SAQUE LIBERADO, COMO NA TELA DE SAQUE
                    IF PEN-DEPOSITO
                        MOVE ZEROS TO W-SOMA-BLOQUEIOS
                        MOVE ZEROS TO W-SOMA-FLOAT
                    ELSE
                        MOVE COD-CONTA TO W-BLQ-CONTA
                        PERFORM SOMA-BLOQUEIOS
                        PERFORM SOMA-FLOAT-CHEQUES
                    END-IF
                    IF W-SOMA-BLOQUEIOS > ZEROS
                        MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                    ELSE
                        COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                    END-IF
                    ADD W-SOMA-FLOAT TO W-MIN-SALDO
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    IF PEN-DEPOSITO
                        ADD PEN-VALOR TO W-SALDO
                    ELSE
                        SUBTRACT PEN-VALOR FROM W-SALDO
                    END-IF
                    IF W-SALDO < W-MIN-SALDO
                        MOVE EXT-SALDO-ANTERIOR TO W-SALDO
                        IF W-SOMA-BLOQUEIOS > ZEROS
                            DISPLAY MSG-ERROR-50 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                        END-IF
                        MOVE 'R' TO PEN-STATUS
                        PERFORM GRAVA-DESFECHO-REJEITADO
                    ELSE
                        MOVE PEN-TIPO TO W-INT-TIPO
                        MOVE COD-CONTA TO W-INT-CONTA-ORIGEM
                        MOVE ZEROS TO W-INT-CONTA-DESTINO
                        MOVE PEN-VALOR TO W-INT-VALOR
                        MOVE EXT-SALDO-ANTERIOR TO W-INT-SALDO-ANTES
                        PERFORM GRAVA-INTENCAO
                        MOVE DATE-TIME TO DT-ULT-MODIF
                        PERFORM MODIFY-REG
                        MOVE PEN-TIPO TO W-EXT-TIPO-ATUAL
                        MOVE PEN-VALOR TO EXT-VALOR
                        PERFORM GRAVA-EXTRATO
                        PERFORM CONCLUI-INTENCAO
                        *> O DINHEIRO FICOU NA GAVETA DE QUEM LIBEROU
                        IF PEN-DEPOSITO
                            MOVE PEN-VALOR TO W-CXA-DELTA-DEP
                            MOVE ZEROS TO W-CXA-DELTA-SAQ
                        ELSE
                            MOVE ZEROS TO W-CXA-DELTA-DEP
                            MOVE PEN-VALOR TO W-CXA-DELTA-SAQ
                        END-IF
                        PERFORM ATUALIZA-CAIXA
                        MOVE 'L' TO PEN-STATUS
                        DISPLAY MSG30 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                ELSE
                    MOVE 'R' TO PEN-STATUS
                    PERFORM GRAVA-DESFECHO-REJEITADO
                    DISPLAY MSG31 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

            GRAVA-DESFECHO-REJEITADO.
                MOVE W-SALDO TO EXT-SALDO-ANTERIOR.
                MOVE 'RJ' TO W-EXT-TIPO-ATUAL.
                MOVE PEN-VALOR TO EXT-VALOR.
                PERFORM GRAVA-EXTRATO.

            *> GRAVA UMA ENTRADA DE AUDITORIA POR CAMPO QUE REALMENTE
            *> MUDOU NA GRAVAÇÂO DA TELA DE MODIFICAÇÂO
            GRAVA-AUDIT-MODIF.
                IF CPF NOT EQUAL W-ANT-CPF
                    MOVE "CPF" TO W-AUD-CAMPO
                    MOVE W-ANT-CPF TO W-AUD-ANTES
                    MOVE CPF TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF W-NOME NOT EQUAL W-ANT-NOME
                    MOVE "NOME" TO W-AUD-CAMPO
                    MOVE W-ANT-NOME TO W-AUD-ANTES
                    MOVE W-NOME TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF W-EMAIL NOT EQUAL W-ANT-EMAIL
                    MOVE "EMAIL" TO W-AUD-CAMPO
                    MOVE W-ANT-EMAIL TO W-AUD-ANTES
                    MOVE W-EMAIL TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF W-TELEFONE NOT EQUAL W-ANT-TELEFONE
                    MOVE "TELEFONE" TO W-AUD-CAMPO
                    MOVE W-ANT-TELEFONE TO W-AUD-ANTES
                    MOVE W-TELEFONE TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF W-LIMITE NOT EQUAL W-ANT-LIMITE
                    MOVE "LIMITE" TO W-AUD-CAMPO
                    MOVE W-ANT-LIMITE TO M-LIMITE
                    MOVE M-LIMITE TO W-AUD-ANTES
                    MOVE W-LIMITE TO M-LIMITE
                    MOVE M-LIMITE TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF W-LIMITE-SAQUE-DIA NOT EQUAL W-ANT-LIMITE-SAQUE
                    MOVE "TETO SAQUE" TO W-AUD-CAMPO
                    MOVE W-ANT-LIMITE-SAQUE TO M-LIMITE
                    MOVE M-LIMITE TO W-AUD-ANTES
                    MOVE W-LIMITE-SAQUE-DIA TO M-LIMITE
                    MOVE M-LIMITE TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF CPF2 NOT EQUAL W-ANT-CPF2
                    MOVE "CPF 2 TIT" TO W-AUD-CAMPO
                    MOVE W-ANT-CPF2 TO W-AUD-ANTES
                    MOVE CPF2 TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.
                IF W-PACOTE NOT EQUAL W-ANT-PACOTE
                    MOVE "PACOTE" TO W-AUD-CAMPO
                    MOVE W-ANT-PACOTE TO W-AUD-ANTES
                    MOVE W-PACOTE TO W-AUD-DEPOIS
                    PERFORM GRAVA-ENTRADA-AUDIT
                END-IF.

            *> GRAVA A ENTRADA COM A PROXIMA SEQUENCIA DE AUDITORIA DA CONTA
            GRAVA-ENTRADA-AUDIT.
                MOVE COD-CONTA TO AUD-COD-CONTA.
                MOVE 999999 TO AUD-SEQUENCIA.
                START ARQ-AUDIT KEY IS NOT GREATER THAN AUD-CHAVE
                    INVALID KEY MOVE 1 TO W-AUD-SEQ
                    NOT INVALID KEY
                        READ ARQ-AUDIT NEXT RECORD AT END MOVE 1 TO W-AUD-SEQ
                        NOT AT END
                            IF AUD-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO AUD-SEQUENCIA GIVING W-AUD-SEQ
                            ELSE
                                MOVE 1 TO W-AUD-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO AUD-COD-CONTA.
                MOVE W-AUD-SEQ TO AUD-SEQUENCIA.
                MOVE W-AUD-CAMPO TO AUD-CAMPO.
                MOVE W-AUD-ANTES TO AUD-VALOR-ANTES.
                MOVE W-AUD-DEPOIS TO AUD-VALOR-DEPOIS.
                MOVE DATE-TIME TO AUD-DATA.
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW TO AUD-HORA.
                MOVE W-OPERADOR-ATUAL TO AUD-OPERADOR.
                WRITE REG-AUDIT-MODIF INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> LISTA AS ENTRADAS DE AUDITORIA DA CONTA EM ORDEM DE DATA
            *> (A SEQUENCIA CRESCE COM O TEMPO)
            LOOP-AUDIT.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY AUDIT-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0312.
                MOVE M-COD-CONTA TO COD-CONTA.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                        PERFORM LISTA-AUDIT
                        IF W-LIST-LINE EQUAL 6
                            DISPLAY MSG-ERROR-BLANK AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            LISTA-AUDIT.
                MOVE 6 TO W-LIST-LINE.
                MOVE COD-CONTA TO AUD-COD-CONTA.
                MOVE ZEROS TO AUD-SEQUENCIA.
                START ARQ-AUDIT KEY IS NOT LESS THAN AUD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AUD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AUD-OK
                END-START.
                PERFORM UNTIL ARQ-AUD-OK EQUAL 10 OR W-LIST-LINE > 17
                    READ ARQ-AUDIT NEXT RECORD
                        AT END MOVE 10 TO ARQ-AUD-OK
                        NOT AT END
                            IF AUD-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-AUD-OK
                            ELSE
                                PERFORM EXIBE-LINHA-AUDIT
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-AUDIT.
                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05.
                MOVE AUD-SEQUENCIA TO M-AUD-SEQ.
                DISPLAY M-AUD-SEQ AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 8.
                MOVE AUD-DATA-DIA TO W-AUD-DIA.
                MOVE AUD-DATA-MES TO W-AUD-MES.
                MOVE AUD-DATA-ANO TO W-AUD-ANO.
                MOVE W-AUD-DATA-RED TO M-AUD-DATA.
                DISPLAY M-AUD-DATA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 11.
                DISPLAY AUD-OPERADOR AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 5.
                DISPLAY AUD-CAMPO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 13.
                DISPLAY AUD-VALOR-ANTES (1:20) AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 21.
                DISPLAY AUD-VALOR-DEPOIS (1:20) AT W-DISPLAY-POS.
                ADD 1 TO W-LIST-LINE.

            *> CONSULTA O ARQUIVO DE STATUS DO SISTEMA: COM A MARCA DE
            *> BATCH LIGADA A OPERAÇÂO DE SALDO E RECUSADA; UM SUPERVISOR
            *> PODE PROSSEGUIR MESMO ASSIM NUMA EMERGENCIA
            VERIFICA-JANELA-BATCH.
                MOVE 'S' TO W-JANELA-OK.
                OPEN INPUT ARQ-SISTEMA.
                IF ARQ-SYS-OK EQUAL "00"
                    READ ARQ-SISTEMA
                        AT END CONTINUE
                        NOT AT END
                            IF BATCH-EM-ANDAMENTO
                                MOVE SPACE TO W-JANELA-OK
                            END-IF
                    END-READ
                    CLOSE ARQ-SISTEMA
                END-IF.
                IF NOT JANELA-LIVRE
                    DISPLAY MSG-ERROR-33 AT 2013 FOREGROUND-COLOR IS 4
                    DISPLAY SYS-JOB AT 2064
                    *> PROSSEGUIR NA JANELA EXIGE CREDENCIAL DE SUPERVISOR
                    *> E VAI PARA O DIARIO DE OVERRIDES
                    MOVE "OPERACAO NA JANELA" TO W-OVR-OPERACAO
                    MOVE ZEROS TO W-OVR-VALOR
                    PERFORM PEDE-CREDENCIAL-SUPERVISOR
                    IF NOT CREDENCIAL-SUP-OK
                        MOVE 'F' TO W-OVR-DECISAO
                        PERFORM GRAVA-OVERRIDE
                    ELSE
                        MOVE SPACE TO W-JAN-ASK
                        PERFORM PEDE-PROSSEGUE-JANELA
                            UNTIL JAN-CONTINUA OR JAN-DESISTE
                        IF JAN-CONTINUA
                            MOVE 'S' TO W-JANELA-OK
                            MOVE 'A' TO W-OVR-DECISAO
                        ELSE
                            MOVE 'N' TO W-OVR-DECISAO
                        END-IF
                        PERFORM GRAVA-OVERRIDE
                    END-IF
                END-IF.

            PEDE-PROSSEGUE-JANELA.
                DISPLAY MSG24 AT 1705.
                ACCEPT W-JAN-ASK AT 1748 WITH PROMPT AUTO.

            *> LIBERA MANUALMENTE UMA MARCA DE BATCH QUE FICOU PRESA (JOB
            *> ABORTADO SEM DESLIGAR); RESTRITO A FUNÇÂO JANL
            LOOP-LIBERA-JANELA.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY MAIN-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "JANL" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    OPEN OUTPUT ARQ-SISTEMA
                    MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO
                    MOVE "LIBERACAO MANUAL" TO SYS-JOB
                    MOVE DATE-TIME TO SYS-DATA
                    WRITE REG-SISTEMA
                    CLOSE ARQ-SISTEMA
                    DISPLAY MSG25 AT 2013 FOREGROUND-COLOR IS 2
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> BUSCA POR NOME PARCIAL: VARRE ARQ-BANCO POR COD-CONTA
            *> MONTANDO UMA LISTA PAGINADA DAS CONTAS ATIVAS CUJO NOME
            *> CONTEM O TRECHO DIGITADO (CONTA, AGENCIA, CPF MASCARADO,
            *> NOME); AO FINAL O CAIXA PODE ABRIR UMA DAS CONTAS NA
            *> TELA DE CONSULTA
            LOOP-NOME.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY NOME-BUSCA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE SPACES TO W-BSC-NOME.
                ACCEPT W-BSC-NOME AT 0321 WITH PROMPT.

                IF W-BSC-NOME EQUAL SPACES
                    DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    PERFORM CALCULA-TAMANHO-BUSCA
                    MOVE 1 TO W-BSC-PAG-ATUAL
                    MOVE ZEROS TO BSC-PAG-CONTA-INICIAL (1)
                    PERFORM EXIBE-PAGINA-NOMES
                    IF W-BSC-QTDE-LINHA EQUAL ZEROS
                        DISPLAY MSG-ERROR-07 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        MOVE SPACE TO W-BSC-CMD
                        PERFORM COMANDO-BUSCA-NOME UNTIL BSC-SAIR
                        MOVE ZEROS TO M-COD-CONTA
                        ACCEPT M-COD-CONTA AT 1930
                        MOVE M-COD-CONTA TO COD-CONTA
                        IF COD-CONTA NOT EQUAL ZEROS
                            PERFORM ABRE-CONTA-SELECIONADA
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> TAMANHO UTIL DO TRECHO DIGITADO (ATE O ULTIMO CARACTERE
            *> DIFERENTE DE ESPAÇO)
            CALCULA-TAMANHO-BUSCA.
                MOVE 32 TO W-BSC-TAMANHO.
                PERFORM RECUA-TAMANHO-BUSCA
                    UNTIL W-BSC-TAMANHO EQUAL 1 OR
                          W-BSC-NOME (W-BSC-TAMANHO:1) NOT EQUAL SPACE.

            RECUA-TAMANHO-BUSCA.
                SUBTRACT 1 FROM W-BSC-TAMANHO.

            COMANDO-BUSCA-NOME.
                MOVE SPACE TO W-BSC-CMD.
                ACCEPT W-BSC-CMD AT 1831 WITH PROMPT AUTO.
                IF BSC-PROXIMA
                    IF BSC-TEM-PAGINA-SEGUINTE AND W-BSC-PAG-ATUAL < 99
                        ADD 1 TO W-BSC-PAG-ATUAL
                        PERFORM EXIBE-PAGINA-NOMES
                    END-IF
                ELSE
                    IF BSC-VOLTA AND W-BSC-PAG-ATUAL > 1
                        SUBTRACT 1 FROM W-BSC-PAG-ATUAL
                        PERFORM EXIBE-PAGINA-NOMES
                    END-IF
                END-IF.

            *> EXIBE UMA PAGINA (12 LINHAS) DA LISTA A PARTIR DA CONTA
            *> INICIAL DA PAGINA ATUAL; A 13A CONTA ENCONTRADA VIRA O
            *> INICIO DA PROXIMA PAGINA
            EXIBE-PAGINA-NOMES.
                PERFORM LIMPA-LINHAS-NOMES.
                MOVE ZEROS TO W-BSC-QTDE-LINHA.
                MOVE 'N' TO W-BSC-TEM-PROXIMA.
                MOVE BSC-PAG-CONTA-INICIAL (W-BSC-PAG-ATUAL) TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF NOT CONTA-FECHADA
                                PERFORM TESTA-NOME-PARCIAL
                                IF NOME-CONFERE
                                    IF W-BSC-QTDE-LINHA < 12
                                        PERFORM EXIBE-LINHA-NOME
                                    ELSE
                                        MOVE 'S' TO W-BSC-TEM-PROXIMA
                                        IF W-BSC-PAG-ATUAL < 99
                                            MOVE COD-CONTA TO BSC-PAG-CONTA-INICIAL (W-BSC-PAG-ATUAL + 1)
                                        END-IF
                                        MOVE 10 TO ARQ-OK
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> O NOME CONFERE QUANDO CONTEM O TRECHO DIGITADO EM QUALQUER POSIÇÂO
            TESTA-NOME-PARCIAL.
                MOVE 'N' TO W-BSC-ACHOU.
                MOVE 1 TO W-BSC-POS.
                PERFORM TESTA-POSICAO-NOME
                    UNTIL NOME-CONFERE OR
                          W-BSC-POS > 33 - W-BSC-TAMANHO.

            TESTA-POSICAO-NOME.
                IF W-NOME (W-BSC-POS:W-BSC-TAMANHO) EQUAL W-BSC-NOME (1:W-BSC-TAMANHO)
                    MOVE 'S' TO W-BSC-ACHOU
                END-IF.
                ADD 1 TO W-BSC-POS.

            EXIBE-LINHA-NOME.
                ADD 1 TO W-BSC-QTDE-LINHA.
                COMPUTE W-DISPLAY-POS = (W-BSC-QTDE-LINHA + 5) * 100 + 05.
                DISPLAY COD-CONTA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 9.
                DISPLAY COD-AGENCIA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 8.
                PERFORM MASCARA-CPF.
                DISPLAY W-CPF-MASCARADO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 15.
                DISPLAY W-NOME AT W-DISPLAY-POS.

           *> O CAIXA NÂO PRECISA VER O CPF INTEIRO NA LISTA: SO O FINAL,
           *> SUFICIENTE PARA O CLIENTE CONFIRMAR
           MASCARA-CPF.
                MOVE "***.***.*" TO W-CPF-MASCARADO (1:9).
                MOVE CPF (8:2) TO W-CPF-MASCARADO (10:2).
                MOVE "-" TO W-CPF-MASCARADO (12:1).
                MOVE CPF (10:2) TO W-CPF-MASCARADO (13:2).

            LIMPA-LINHAS-NOMES.
                MOVE ZEROS TO W-BSC-QTDE-LINHA.
                PERFORM UNTIL W-BSC-QTDE-LINHA EQUAL 12
                    ADD 1 TO W-BSC-QTDE-LINHA
                    COMPUTE W-DISPLAY-POS = (W-BSC-QTDE-LINHA + 5) * 100 + 05
                    DISPLAY W-EXC-LINHA-LIMPA AT W-DISPLAY-POS
                END-PERFORM.

            *> ABRE A CONTA ESCOLHIDA NA TELA DE CONSULTA
            ABRE-CONTA-SELECIONADA.
                PERFORM READ-REG.
                IF ARQ-OK EQUAL 23
                    PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                ELSE
                    DISPLAY CLEAR-SCREEN
                    DISPLAY SEARCH-SCREEN
                    MOVE COD-CONTA TO M-COD-CONTA
                    DISPLAY M-COD-CONTA AT 0312
                    DISPLAY W-NOME at 0515
                    MOVE CPF TO M-CPF
                    DISPLAY M-CPF at 0615
                    DISPLAY M-COD-CONTA at 0815
                    DISPLAY COD-AGENCIA at 0915
                    MOVE W-SALDO TO M-SALDO
                    DISPLAY M-SALDO at 1015
                    MOVE W-LIMITE TO M-LIMITE
                    DISPLAY M-LIMITE at 1115
                    DISPLAY W-EMAIL at 1215
                    DISPLAY W-TELEFONE at 1315
                    DISPLAY W-TIPO-CONTA at 1415
                    MOVE CPF2 TO M-CPF
                    DISPLAY M-CPF at 1515
                    DISPLAY W-PACOTE at 1615
                END-IF.

            *> CADASTRO DE OPERADORES, RESTRITO A FUNÇÂO OPER: CRIA OU ALTERA
            *> O OPERADOR DO CODIGO DIGITADO
            LOOP-CAD-OPERADOR.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CAD-OPERADOR-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "OPER" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO OPE-CODIGO
                    ACCEPT OPE-CODIGO AT 0313 WITH PROMPT AUTO
                    IF OPE-CODIGO EQUAL ZEROS
                        DISPLAY MSG-ERROR-30 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        MOVE OPE-CODIGO TO W-OPE-CODIGO-DIGITADO
                        READ ARQ-OPERADOR
                            INVALID KEY
                                MOVE SPACES TO OPE-NOME
                                MOVE SPACES TO OPE-SENHA
                                MOVE 'C' TO OPE-PERFIL
                                MOVE 'A' TO OPE-STATUS
                                MOVE ZEROS TO OPE-DT-TROCA-SENHA
                                MOVE 'S' TO OPE-FORCA-TROCA
                                MOVE ZEROS TO OPE-TENTATIVAS
                                MOVE SPACES TO OPE-SENHAS-ANTERIORES
                                MOVE 23 TO ARQ-OPE-OK
                            NOT INVALID KEY
                                DISPLAY OPE-NOME AT 0513
                                DISPLAY OPE-PERFIL AT 0736
                                DISPLAY OPE-STATUS AT 0836
                        END-READ
                        MOVE W-OPE-CODIGO-DIGITADO TO OPE-CODIGO
                        ACCEPT OPE-NOME AT 0513 WITH PROMPT
                        IF OPE-NOME EQUAL SPACES
                            DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            MOVE SPACES TO W-SENHA-DIGITADA
                            ACCEPT W-SENHA-DIGITADA AT 0613 WITH SECURE
                            *> SENHA EM BRANCO MANTEM A ATUAL; DIGITADA E
                            *> PROVISORIA: O PROXIMO SIGN-ON DO OPERADOR
                            *> OBRIGA A TROCA ANTES DE LIBERAR O CAIXA
                            IF W-SENHA-DIGITADA NOT EQUAL SPACES AND
                               W-SENHA-DIGITADA NOT EQUAL OPE-SENHA
                                MOVE OPE-SENHA-ANT (2) TO OPE-SENHA-ANT (3)
                                MOVE OPE-SENHA-ANT (1) TO OPE-SENHA-ANT (2)
                                MOVE OPE-SENHA TO OPE-SENHA-ANT (1)
                                MOVE W-SENHA-DIGITADA TO OPE-SENHA
                                MOVE DATE-TIME TO OPE-DT-TROCA-SENHA
                                MOVE 'S' TO OPE-FORCA-TROCA
                            END-IF
                            ACCEPT OPE-PERFIL AT 0736 WITH PROMPT AUTO
                            INSPECT OPE-PERFIL CONVERTING "sgcbar" TO "SGCBAR"
                            IF NOT OPE-PERFIL-VALIDO
                                MOVE 'C' TO OPE-PERFIL
                            END-IF
                            ACCEPT OPE-STATUS AT 0836 WITH PROMPT AUTO
                            IF OPE-STATUS EQUAL 'i'
                                MOVE 'I' TO OPE-STATUS
                            END-IF
                            IF NOT OPE-INATIVO
                                MOVE 'A' TO OPE-STATUS
                            END-IF
                            *> A GRAVAÇÂO COM STATUS ATIVO E O CAMINHO DE
                            *> DESBLOQUEIO: LIMPA O CONTADOR DE TENTATIVAS
                            IF OPE-ATIVO
                                MOVE ZEROS TO OPE-TENTATIVAS
                            END-IF
                            IF ARQ-OPE-OK EQUAL 23
                                WRITE REG-OPERADOR INVALID KEY PERFORM FILE-ERROR-WRITE
                            ELSE
                                REWRITE REG-OPERADOR INVALID KEY PERFORM FILE-ERROR-MODIFY
                            END-IF
                            DISPLAY MSG22 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> CONSULTA O CADASTRO DE CLIENTES PELO CPF EM W-CPF
            LE-CLIENTE.
                MOVE SPACE TO W-CLI-FOUND.
                MOVE W-CPF TO CLI-CPF.
                READ ARQ-CLIENTE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO W-CLI-FOUND
                END-READ.

            *> GRAVA O CLIENTE NOVO NO CADASTRO A PARTIR DOS DADOS DA
            *> CONTA; ENDEREÇO, NASCIMENTO E RENDA SO ENTRAM NA OPÇÂO 18,
            *> ENTÂO ELE NASCE COMO NUNCA REVISADO
            GRAVA-CLIENTE.
                MOVE CPF TO CLI-CPF.
                MOVE W-NOME TO CLI-NOME.
                MOVE W-EMAIL TO CLI-EMAIL.
                MOVE W-TELEFONE TO CLI-TELEFONE.
                MOVE SPACES TO CLI-ENDERECO.
                MOVE ZEROS TO CLI-CEP.
                MOVE ZEROS TO CLI-DT-NASCIMENTO.
                MOVE ZEROS TO CLI-RENDA-DECLARADA.
                MOVE ZEROS TO CLI-DT-ULT-REVISAO.
                MOVE 'E' TO CLI-SITUACAO-CADASTRO.
                MOVE ZEROS TO CLI-DT-LEMBRETE.
                MOVE ZEROS TO CLI-GERENTE.
                WRITE REG-CLIENTE INVALID KEY CONTINUE.

            *> ATUALIZA NOME E CONTATO DO CLIENTE NO CADASTRO E PROPAGA A
            *> ALTERAÇÂO PARA TODAS AS CONTAS DO CPF (CHAVE ALTERNATIVA),
            *> GRAVANDO O MOVIMENTO 'MO' EM CADA UMA. GRAVAR AQUI E A
            *> REVISÂO CADASTRAL: DATA DE HOJE E SITUAÇÂO EM DIA
            LOOP-CLIENTE.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CLIENTE-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-CPF.
                ACCEPT M-CPF AT 0310 WITH PROMPT AUTO.
                MOVE M-CPF TO W-CPF.

                PERFORM LE-CLIENTE.
                IF NOT ACHOU-CLIENTE
                    DISPLAY MSG-ERROR-29 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    DISPLAY CLI-NOME AT 0515
                    DISPLAY CLI-EMAIL AT 0615
                    DISPLAY CLI-TELEFONE AT 0715
                    PERFORM EXIBE-CADASTRO-CLIENTE

                    ACCEPT CLI-NOME AT 0515 WITH PROMPT
                    IF CLI-NOME EQUAL SPACES
                        DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        ACCEPT CLI-EMAIL AT 0615 WITH PROMPT
                        ACCEPT CLI-TELEFONE AT 0715 WITH PROMPT
                        ACCEPT CLI-ENDERECO AT 0815 WITH PROMPT
                        ACCEPT CLI-CEP AT 0915 WITH PROMPT AUTO
                        MOVE CLI-DT-NASCIMENTO TO W-RCD-NASCIMENTO
                        ACCEPT W-RCD-NASCIMENTO AT 1015 WITH PROMPT AUTO
                        ACCEPT CLI-RENDA-DECLARADA AT 1115 WITH PROMPT AUTO
                        PERFORM VALIDA-NASCIMENTO
                        EVALUATE TRUE
                            WHEN CLI-ENDERECO EQUAL SPACES OR CLI-CEP EQUAL ZEROS
                                DISPLAY MSG-ERROR-67 AT 2013 FOREGROUND-COLOR IS 4
                            WHEN NOT NASCIMENTO-VALIDO
                                DISPLAY MSG-ERROR-66 AT 2013 FOREGROUND-COLOR IS 4
                            WHEN OTHER
                                MOVE W-RCD-NASCIMENTO TO CLI-DT-NASCIMENTO
                                MOVE DATE-TIME TO CLI-DT-ULT-REVISAO
                                MOVE 'E' TO CLI-SITUACAO-CADASTRO
                                MOVE ZEROS TO CLI-DT-LEMBRETE
                                REWRITE REG-CLIENTE INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                                PERFORM PROPAGA-CLIENTE-CONTAS
                                DISPLAY MSG21 AT 2013 FOREGROUND-COLOR IS 2
                        END-EVALUATE
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> DADOS CADASTRAIS ATUAIS E A DATA DA ULTIMA REVISÂO, COM A
            *> SITUAÇÂO MARCADA PELO JOB CONTA-RECADASTRO
            EXIBE-CADASTRO-CLIENTE.
                DISPLAY CLI-ENDERECO AT 0815.
                DISPLAY CLI-CEP AT 0915.
                MOVE CLI-DT-NASCIMENTO TO W-RCD-NASCIMENTO.
                DISPLAY W-RCD-NASCIMENTO AT 1015.
                MOVE CLI-RENDA-DECLARADA TO M-RCD-RENDA.
                DISPLAY M-RCD-RENDA AT 1115.
                IF CLI-DT-ULT-REVISAO EQUAL ZEROS
                    MOVE "NUNCA" TO W-RCD-DATA-EDIT
                ELSE
                    MOVE SPACES TO W-RCD-DATA-EDIT
                    STRING CLI-REVISAO-DIA DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           CLI-REVISAO-MES DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           CLI-REVISAO-ANO DELIMITED BY SIZE
                        INTO W-RCD-DATA-EDIT
                END-IF.
                DISPLAY W-RCD-DATA-EDIT AT 1331.
                EVALUATE TRUE
                    WHEN CLI-CADASTRO-PENDENTE
                        DISPLAY "PENDENTE" AT 1343 FOREGROUND-COLOR IS 4
                    WHEN CLI-CADASTRO-VENCIDO
                        DISPLAY "VENCIDA " AT 1343 FOREGROUND-COLOR IS 4
                    WHEN OTHER
                        DISPLAY "EM DIA  " AT 1343 FOREGROUND-COLOR IS 2
                END-EVALUATE.

            *> ANO, MES E DIA PLAUSIVEIS E ANTERIOR A HOJE
            VALIDA-NASCIMENTO.
                MOVE SPACE TO W-RCD-NASC-OK.
                IF W-RCD-NASC-ANO > 1900
                    AND W-RCD-NASC-MES > ZEROS AND W-RCD-NASC-MES < 13
                    AND W-RCD-NASC-DIA > ZEROS AND W-RCD-NASC-DIA < 32
                    AND W-RCD-NASCIMENTO < DATE-TIME
                    MOVE 'S' TO W-RCD-NASC-OK
                END-IF.

            *> PRIMEIRO LEVANTA AS CONTAS DO CPF PELA CHAVE ALTERNATIVA,
            *> DEPOIS REGRAVA CADA UMA COM TRAVA DE REGISTRO (A LEITURA
            *> TRAVADA POR CHAVE PRIMARIA NÂO PODE ACONTECER NO MEIO DA
            *> VARREDURA POR CPF, QUE PERDERIA A CHAVE DE REFERENCIA)
            PROPAGA-CLIENTE-CONTAS.
                MOVE ZEROS TO W-QTDE-CONTAS-CPF.
                MOVE ZEROS TO W-QTDE-CONTAS-LISTA.
                MOVE W-CPF TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF INVALID KEY MOVE 10 TO ARQ-OK.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF CPF NOT EQUAL W-CPF
                            MOVE 10 TO ARQ-OK
                        ELSE
                            IF W-QTDE-CONTAS-LISTA < 50
                                ADD 1 TO W-QTDE-CONTAS-LISTA
                                MOVE COD-CONTA TO
                                    W-CONTA-DO-CPF (W-QTDE-CONTAS-LISTA)
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.
                MOVE 1 TO W-IDX-CONTA-CPF.
                PERFORM ATUALIZA-CONTA-DO-CPF
                    UNTIL W-IDX-CONTA-CPF > W-QTDE-CONTAS-LISTA.

            *> RELE A CONTA COM TRAVA ANTES DE REGRAVAR; TRAVADA PELO
            *> OUTRO CAIXA, ESTA FICA DE FORA E O AVISO SAI NA TELA
            ATUALIZA-CONTA-DO-CPF.
                MOVE W-CONTA-DO-CPF (W-IDX-CONTA-CPF) TO COD-CONTA.
                PERFORM READ-REG-LOCK.
                IF ARQ-OK NOT EQUAL ZEROS
                    PERFORM MOSTRA-ERRO-LEITURA
                ELSE
                    MOVE CLI-NOME TO W-NOME
                    MOVE CLI-EMAIL TO W-EMAIL
                    MOVE CLI-TELEFONE TO W-TELEFONE
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    PERFORM MODIFY-REG
                    MOVE 'MO' TO W-EXT-TIPO-ATUAL
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    MOVE ZEROS TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    PERFORM SOLTA-TRAVA-REG
                    ADD 1 TO W-QTDE-CONTAS-CPF
                END-IF.
                ADD 1 TO W-IDX-CONTA-CPF.

            *> CADASTRO DE AGENCIAS: CRIA OU ALTERA A AGENCIA DO CODIGO
            *> DIGITADO (OS CAMPOS ATUAIS SÂO EXIBIDOS QUANDO JA EXISTE)
            LOOP-CAD-AGENCIA.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CAD-AGENCIA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO AGE-COD-AGENCIA.
                ACCEPT AGE-COD-AGENCIA AT 0315 WITH PROMPT AUTO.

                IF AGE-COD-AGENCIA EQUAL ZEROS
                    DISPLAY MSG-ERROR-11 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE AGE-COD-AGENCIA TO COD-AGENCIA
                    READ ARQ-AGENCIA
                        INVALID KEY
                            MOVE SPACES TO AGE-NOME
                            MOVE SPACES TO AGE-ENDERECO
                            MOVE 'A' TO AGE-STATUS
                            MOVE ZEROS TO AGE-LIMITE-NUMERARIO
                            MOVE 23 TO ARQ-AGE-OK
                        NOT INVALID KEY
                            DISPLAY AGE-NOME AT 0515
                            DISPLAY AGE-ENDERECO AT 0615
                            DISPLAY AGE-STATUS AT 0733
                            MOVE AGE-LIMITE-NUMERARIO TO M-TES-VALOR
                            DISPLAY M-TES-VALOR AT 0835
                    END-READ
                    MOVE COD-AGENCIA TO AGE-COD-AGENCIA
                    ACCEPT AGE-NOME AT 0515 WITH PROMPT
                    IF AGE-NOME EQUAL SPACES
                        DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        ACCEPT AGE-ENDERECO AT 0615 WITH PROMPT
                        MOVE 'A' TO W-AGE-STATUS
                        ACCEPT W-AGE-STATUS AT 0733 WITH PROMPT AUTO
                        IF W-AGE-STATUS EQUAL 'I' OR W-AGE-STATUS EQUAL 'i'
                            MOVE 'I' TO AGE-STATUS
                        ELSE
                            MOVE 'A' TO AGE-STATUS
                        END-IF
                        ACCEPT AGE-LIMITE-NUMERARIO AT 0835 WITH PROMPT AUTO
                        IF ARQ-AGE-OK EQUAL 23
                            WRITE REG-AGENCIA INVALID KEY PERFORM FILE-ERROR-WRITE
                        ELSE
                            REWRITE REG-AGENCIA INVALID KEY PERFORM FILE-ERROR-MODIFY
                        END-IF
                        DISPLAY MSG20 AT 2013 FOREGROUND-COLOR IS 2
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> REGISTRA UM PEDIDO DE REABERTURA DE CONTA ENCERRADA; A
            *> REABERTURA EM SI SO ACONTECE COM A APROVAÇÂO DO SUPERVISOR
            *> NA TELA DE APROVAÇÔES, COMO NO AUMENTO DE LIMITE
            LOOP-REABERTURA.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY REABERTURA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0315.
                MOVE M-COD-CONTA TO COD-CONTA.

                IF COD-CONTA NOT EQUAL ZEROS
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                      IF NOT CONTA-FECHADA
                        DISPLAY MSG-ERROR-27 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        DISPLAY W-NOME AT 0515
                        MOVE ZEROS TO APR-LIMITE-ATUAL
                        MOVE ZEROS TO APR-LIMITE-NOVO
                        MOVE 'R' TO W-APR-TIPO-ATUAL
                        PERFORM GRAVA-APROVACAO
                        DISPLAY MSG17 AT 2013 FOREGROUND-COLOR IS 2
                      END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> CRIA UMA ORDEM PERMANENTE DE PAGAMENTO PARA A CONTA
            LOOP-AGENDA-CRIA.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY AGENDA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0322.
                MOVE M-COD-CONTA TO COD-CONTA.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                      IF CONTA-FECHADA
                        DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                      ELSE
                        DISPLAY W-NOME AT 0422
                        MOVE COD-CONTA TO W-AGD-CONTA
                        MOVE ZEROS TO W-AGD-DIA
                        ACCEPT W-AGD-DIA AT 0622 WITH PROMPT AUTO
                        IF W-AGD-DIA < 1 OR W-AGD-DIA > 31
                            DISPLAY MSG-ERROR-23 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            MOVE ZEROS TO W-AGD-VALOR
                            ACCEPT W-AGD-VALOR AT 0722 WITH PROMPT AUTO
                            IF W-AGD-VALOR NOT > ZEROS
                                DISPLAY MSG-ERROR-24 AT 2013 FOREGROUND-COLOR IS 4
                            ELSE
                                MOVE ZEROS TO M-COD-CONTA
                                ACCEPT M-COD-CONTA AT 0822
                                MOVE M-COD-CONTA TO W-AGD-DESTINO
                                IF W-AGD-DESTINO EQUAL COD-CONTA
                                    DISPLAY MSG-ERROR-18 AT 2013 FOREGROUND-COLOR IS 4
                                ELSE
                                    PERFORM VALIDA-DESTINO-AGENDA
                                    IF DESTINO-AGENDA-VALIDO
                                        MOVE SPACES TO W-AGD-DESCRICAO
                                        ACCEPT W-AGD-DESCRICAO AT 1022 WITH PROMPT
                                        PERFORM GRAVA-AGENDAMENTO
                                        *> O CLIENTE SAI SABENDO O DIA REAL:
                                        *> VENCIMENTO EM DIA NÂO UTIL ROLA
                                        *> PARA O DIA UTIL SEGUINTE
                                        PERFORM CALCULA-PROXIMA-EXECUCAO
                                        DISPLAY "PROXIMA EXECUCAO: " AT 1205
                                        DISPLAY M-PROX-EXEC AT 1223
                                        DISPLAY MSG13 AT 2013 FOREGROUND-COLOR IS 2
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> A CONTA DESTINO, QUANDO INFORMADA, DEVE EXISTIR E ESTAR ATIVA;
            *> AO FINAL RELE A CONTA DE ORIGEM PARA O REG-BANCO VOLTAR A ELA
            VALIDA-DESTINO-AGENDA.
                MOVE 'S' TO W-AGD-DESTINO-OK.
                IF W-AGD-DESTINO NOT EQUAL ZEROS
                    MOVE W-AGD-DESTINO TO COD-CONTA
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        DISPLAY MSG-ERROR-18 AT 2013 FOREGROUND-COLOR IS 4
                        MOVE 'N' TO W-AGD-DESTINO-OK
                    ELSE
                        IF CONTA-FECHADA
                            DISPLAY MSG-ERROR-13 AT 2013 FOREGROUND-COLOR IS 4
                            MOVE 'N' TO W-AGD-DESTINO-OK
                        END-IF
                    END-IF
                    MOVE W-AGD-CONTA TO COD-CONTA
                    PERFORM READ-REG
                END-IF.

            *> LISTA OS AGENDAMENTOS DA CONTA E PERMITE CANCELAR UM DELES
            LOOP-AGENDA-LISTA.
                PERFORM EMPTY-REG.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY AGENDA-LIST-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE ZEROS TO M-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0312.
                MOVE M-COD-CONTA TO COD-CONTA.

                IF COD-CONTA NOT EQUAL ZEROS
                    PERFORM READ-REG
                    IF ARQ-OK EQUAL 23
                        PERFORM MOSTRA-CONTA-NAO-ENCONTRADA
                    ELSE
                        PERFORM LISTA-AGENDAMENTOS
                        IF W-LIST-LINE EQUAL 6
                            DISPLAY MSG15 AT 2013 FOREGROUND-COLOR IS 2
                        ELSE
                            MOVE ZEROS TO W-AGD-SEQ-CANCELA
                            ACCEPT W-AGD-SEQ-CANCELA AT 1831 WITH PROMPT AUTO
                            IF W-AGD-SEQ-CANCELA NOT EQUAL ZEROS
                                PERFORM CANCELA-AGENDAMENTO
                            END-IF
                        END-IF
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            LISTA-AGENDAMENTOS.
                MOVE 6 TO W-LIST-LINE.
                MOVE COD-CONTA TO AGD-COD-CONTA.
                MOVE ZEROS TO AGD-SEQUENCIA.
                START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AGD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AGD-OK
                END-START.
                PERFORM UNTIL ARQ-AGD-OK EQUAL 10 OR W-LIST-LINE > 17
                    READ ARQ-AGENDA NEXT RECORD
                        AT END MOVE 10 TO ARQ-AGD-OK
                        NOT AT END
                            IF AGD-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-AGD-OK
                            ELSE
                                PERFORM EXIBE-LINHA-AGENDAMENTO
                            END-IF
                    END-READ
                END-PERFORM.

            EXIBE-LINHA-AGENDAMENTO.
                COMPUTE W-DISPLAY-POS = W-LIST-LINE * 100 + 05.
                MOVE AGD-SEQUENCIA TO M-AGD-SEQ.
                DISPLAY M-AGD-SEQ AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 8.
                DISPLAY AGD-DIA AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 4.
                MOVE AGD-VALOR TO M-AGD-VALOR.
                DISPLAY M-AGD-VALOR AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 16.
                DISPLAY AGD-CONTA-DESTINO AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 8.
                DISPLAY AGD-STATUS AT W-DISPLAY-POS.
                COMPUTE W-DISPLAY-POS = W-DISPLAY-POS + 3.
                DISPLAY AGD-DESCRICAO AT W-DISPLAY-POS.
                ADD 1 TO W-LIST-LINE.

            *> SO AGENDAMENTOS AINDA ATIVOS PODEM SER CANCELADOS
            CANCELA-AGENDAMENTO.
                MOVE COD-CONTA TO AGD-COD-CONTA.
                MOVE W-AGD-SEQ-CANCELA TO AGD-SEQUENCIA.
                READ ARQ-AGENDA
                    INVALID KEY
                        DISPLAY MSG-ERROR-25 AT 2013 FOREGROUND-COLOR IS 4
                    NOT INVALID KEY
                        IF AGD-CANCELADO
                            DISPLAY MSG-ERROR-25 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            MOVE 'C' TO AGD-STATUS
                            REWRITE REG-AGENDAMENTO INVALID KEY PERFORM FILE-ERROR-MODIFY END-REWRITE
                            DISPLAY MSG14 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                END-READ.

            *> GRAVA UMA NOVA ORDEM COM A PROXIMA SEQUENCIA DA CONTA
            GRAVA-AGENDAMENTO.
                MOVE COD-CONTA TO AGD-COD-CONTA.
                MOVE 999999 TO AGD-SEQUENCIA.
                START ARQ-AGENDA KEY IS NOT GREATER THAN AGD-CHAVE
                    INVALID KEY MOVE 1 TO W-AGD-SEQ
                    NOT INVALID KEY
                        READ ARQ-AGENDA NEXT RECORD AT END MOVE 1 TO W-AGD-SEQ
                        NOT AT END
                            IF AGD-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO AGD-SEQUENCIA GIVING W-AGD-SEQ
                            ELSE
                                MOVE 1 TO W-AGD-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO AGD-COD-CONTA.
                MOVE W-AGD-SEQ TO AGD-SEQUENCIA.
                MOVE W-AGD-DIA TO AGD-DIA.
                MOVE W-AGD-VALOR TO AGD-VALOR.
                MOVE W-AGD-DESTINO TO AGD-CONTA-DESTINO.
                MOVE W-AGD-DESCRICAO TO AGD-DESCRICAO.
                MOVE 'A' TO AGD-STATUS.
                MOVE ZEROS TO AGD-DT-ULT-EXEC.
                WRITE REG-AGENDAMENTO INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> VERIFICA O NOME DIGITADO, DEVE SER DIFERENTE DE ESPAÇO
            CHECK-NOME-CREATE.
                ACCEPT W-NOME AT 0515 WITH PROMPT.
                IF W-NOME EQUAL SPACES
                    DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

           CHECK-NOME-MODIFY.
                ACCEPT W-NOME AT 0815 WITH PROMPT.
                IF W-NOME EQUAL SPACES
                    DISPLAY MSG-ERROR-10 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            *> VERIFICA O COD DA CONTA, DEVE SER MAIOR QUE ZERO E VIR COM
            *> O DIGITO VERIFICADOR CORRETO; O DV CONFERIDO FICA GRAVADO
            *> NO REGISTRO DA CONTA
            CHECK-COD-CONTA.
                ACCEPT M-COD-CONTA AT 0715 WITH PROMPT.
                MOVE M-COD-CONTA to COD-CONTA.
                IF COD-CONTA EQUAL 0
                    DISPLAY MSG-ERROR-09 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    DISPLAY "DV: " AT 0725
                    MOVE ZEROS TO W-DV-DIGITADO
                    ACCEPT W-DV-DIGITADO AT 0729 WITH PROMPT AUTO
                    MOVE COD-CONTA TO W-DV-BASE
                    PERFORM VERIFICA-DV-CONTA
                    IF NOT DV-CONFERE
                        MOVE ZEROS TO COD-CONTA
                    ELSE
                        MOVE W-DV-CALCULADO TO W-DV
                    END-IF
                END-IF.

            *> A AGENCIA DIGITADA DEVE SER DIFERENTE DE ZERO E CONSTAR ATIVA
            *> NO CADASTRO DE AGENCIAS (EVITA CONTAS EM AGENCIAS INEXISTENTES
            *> POR ERRO DE DIGITAÇÂO)
            CHECK-COD-AGENCIA.
                ACCEPT COD-AGENCIA AT 0815 WITH PROMPT.
                IF COD-AGENCIA EQUAL 0
                    DISPLAY MSG-ERROR-11 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    PERFORM LE-AGENCIA
                    IF AGENCIA-VALIDA
                        CONTINUE
                    ELSE
                        DISPLAY MSG-ERROR-28 AT 2013 FOREGROUND-COLOR IS 4
                    END-IF
                END-IF.

            *> CONSULTA O CADASTRO DE AGENCIAS PELO CODIGO EM COD-AGENCIA
            LE-AGENCIA.
                MOVE SPACE TO W-AGENCIA-VALIDA.
                MOVE COD-AGENCIA TO AGE-COD-AGENCIA.
                READ ARQ-AGENCIA
                    INVALID KEY
                        MOVE SPACES TO AGE-NOME
                    NOT INVALID KEY
                        IF AGE-ATIVA
                            MOVE 'S' TO W-AGENCIA-VALIDA
                        END-IF
                END-READ.

            *> VERIFICA O EMAIL DIGITADO, DEVE SER DIFERENTE DE ESPAÇO
            CHECK-EMAIL-CREATE.
                ACCEPT W-EMAIL AT 1115 WITH PROMPT.
                IF W-EMAIL EQUAL SPACES
                    DISPLAY MSG-ERROR-14 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            CHECK-EMAIL-MODIFY.
                ACCEPT W-EMAIL AT 1115 WITH PROMPT.
                IF W-EMAIL EQUAL SPACES
                    DISPLAY MSG-ERROR-14 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            *> VERIFICA O TELEFONE DIGITADO, DEVE SER DIFERENTE DE ESPAÇO
            CHECK-TELEFONE-CREATE.
                ACCEPT W-TELEFONE AT 1215 WITH PROMPT.
                IF W-TELEFONE EQUAL SPACES
                    DISPLAY MSG-ERROR-15 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            CHECK-TELEFONE-MODIFY.
                ACCEPT W-TELEFONE AT 1215 WITH PROMPT.
                IF W-TELEFONE EQUAL SPACES
                    DISPLAY MSG-ERROR-15 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            *> VERIFICA SE O SALDO NÂO ULTRAPASSA O LIMITE DE CHEQUE ESPECIAL DA CONTA (LIMITE COMO TETO NEGATIVO)
            CHECK-SALDO-LIMITE-CREATE.
                ACCEPT W-SALDO AT 0915
                COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                IF W-SALDO < W-MIN-SALDO
                    DISPLAY MSG-ERROR-12 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            *> DIGITO VERIFICADOR MODULO-11 DO NUMERO DE CONTA EM
            *> W-DV-BASE: PESOS 2 A 8 DA DIREITA PARA A ESQUERDA; RESTO
            *> 0 OU 1 DA DIGITO 0
            CALCULA-DV-CONTA.
                MOVE ZEROS TO W-DV-SOMA.
                MOVE 2 TO W-DV-PESO.
                MOVE 7 TO W-DV-IDX.
                PERFORM SOMA-DV-CONTA UNTIL W-DV-IDX < 1.
                COMPUTE W-DV-RESTO = FUNCTION MOD(W-DV-SOMA, 11).
                IF W-DV-RESTO < 2
                    MOVE ZEROS TO W-DV-CALCULADO
                ELSE
                    COMPUTE W-DV-CALCULADO = 11 - W-DV-RESTO
                END-IF.

            SOMA-DV-CONTA.
                MOVE W-DV-BASE (W-DV-IDX:1) TO W-DV-DIGITO.
                COMPUTE W-DV-SOMA = W-DV-SOMA + W-DV-DIGITO * W-DV-PESO.
                ADD 1 TO W-DV-PESO.
                SUBTRACT 1 FROM W-DV-IDX.

            *> CONFERE O DV DIGITADO CONTRA O CALCULADO DO NUMERO EM
            *> W-DV-BASE; DV ERRADO DERRUBA A OPERAÇÂO ANTES DE QUALQUER
            *> LEITURA (UMA TRANSPOSIÇÂO DE DIGITOS MANDARIA DINHEIRO
            *> PARA UMA CONTA REAL, POREM ERRADA)
            VERIFICA-DV-CONTA.
                PERFORM CALCULA-DV-CONTA.
                IF W-DV-DIGITADO EQUAL W-DV-CALCULADO
                    MOVE 'S' TO W-DV-OK
                ELSE
                    MOVE 'N' TO W-DV-OK
                    DISPLAY MSG-ERROR-43 AT 2013 FOREGROUND-COLOR IS 4
                END-IF.

            ALGORTHM-CPF-VERIFICATE.
                MOVE 1 TO W-COUNT.
                MOVE ZEROS TO W-CPF-SUM.
                MOVE 10 TO W-CPF-FACTOR.
                MOVE ZEROS TO W-REMAINDER.
                MOVE ZEROS TO W-TMP.

                *> PRIMEIRA PARTE DO ALGORTHM (PRIMEIRO DIGITO VERIFICADOR)
                PERFORM SUM-ALGORTHM-CPF-VERIFICATE UNTIL W-COUNT EQUAL 10.
                DIVIDE W-CPF-SUM by 11 GIVING W-TMP REMAINDER W-REMAINDER.

                IF W-REMAINDER EQUAL 10 OR  W-REMAINDER EQUAL 11
                    MOVE 0 TO W-FIRST-DIGIT
                ELSE
                    SUBTRACT 11 FROM W-REMAINDER GIVING W-FIRST-DIGIT
                END-IF.

                *> SEGUNDA PARTE DO ALGORTHM (SECUNDO DIGITO VERIFICADOR)
                MOVE 1 TO W-COUNT.
                MOVE ZEROS TO W-CPF-SUM.
                MOVE 11 TO W-CPF-FACTOR.
                MOVE ZEROS TO W-REMAINDER.
                MOVE ZEROS TO W-TMP.

                PERFORM SUM-ALGORTHM-CPF-VERIFICATE UNTIL W-COUNT EQUAL 10.
                MULTIPLY 2 BY W-FIRST-DIGIT GIVING W-TMP.
                ADD W-TMP TO W-CPF-SUM GIVING W-CPF-SUM.

                DIVIDE W-CPF-SUM BY 11 GIVING W-TMP REMAINDER W-REMAINDER.

                IF W-REMAINDER EQUAL 10 OR  W-REMAINDER EQUAL 11
                    MOVE 0 TO W-SECOND-DIGIT
                ELSE
                    SUBTRACT 11 FROM W-REMAINDER GIVING W-SECOND-DIGIT
                END-IF.

            *> ALGORTHM VERIFICAÇÂO DO CPF
            SUM-ALGORTHM-CPF-VERIFICATE.
                MOVE W-CPF(W-COUNT:1) TO W-CPF-DIGIT.
                MULTIPLY W-CPF-DIGIT BY W-CPF-FACTOR GIVING W-TMP.
                ADD W-TMP TO W-CPF-SUM GIVING W-CPF-SUM.
                ADD 1 TO W-COUNT.
                SUBTRACT 1 FROM W-CPF-FACTOR.

            *> DIGITOS VERIFICADORES DO CNPJ EM W-CNPJ (MODULO 11): PESOS
            *> 2 A 9 DA DIREITA PARA A ESQUERDA, RECOMEÇANDO EM 2 DEPOIS
            *> DO 9; O PRIMEIRO SOBRE AS 12 POSIÇÔES DA BASE, O SEGUNDO
            *> SOBRE ELAS MAIS O PRIMEIRO DV. RESTO 0 OU 1 DA DIGITO 0.
            *> CNPJ ZERADO E INVALIDO
            ALGORTHM-CNPJ-VERIFICATE.
                MOVE 'N' TO W-CNPJ-OK.
                MOVE 12 TO W-CNPJ-IDX.
                PERFORM CALCULA-DV-CNPJ.
                MOVE W-CNPJ-DV TO W-CNPJ-DV1.
                MOVE 13 TO W-CNPJ-IDX.
                PERFORM CALCULA-DV-CNPJ.
                MOVE W-CNPJ-DV TO W-CNPJ-DV2.
                IF W-CNPJ NOT EQUAL ZEROS AND
                   W-CNPJ(13:1) EQUAL W-CNPJ-DV1 AND
                   W-CNPJ(14:1) EQUAL W-CNPJ-DV2
                    MOVE 'S' TO W-CNPJ-OK
                END-IF.

            CALCULA-DV-CNPJ.
                MOVE ZEROS TO W-CNPJ-SOMA.
                MOVE 2 TO W-CNPJ-PESO.
                PERFORM SOMA-DV-CNPJ UNTIL W-CNPJ-IDX < 1.
                COMPUTE W-CNPJ-RESTO = FUNCTION MOD(W-CNPJ-SOMA, 11).
                IF W-CNPJ-RESTO < 2
                    MOVE ZEROS TO W-CNPJ-DV
                ELSE
                    COMPUTE W-CNPJ-DV = 11 - W-CNPJ-RESTO
                END-IF.

            SOMA-DV-CNPJ.
                MOVE W-CNPJ(W-CNPJ-IDX:1) TO W-CNPJ-DIGITO.
                COMPUTE W-CNPJ-SOMA = W-CNPJ-SOMA + W-CNPJ-DIGITO * W-CNPJ-PESO.
                IF W-CNPJ-PESO EQUAL 9
                    MOVE 2 TO W-CNPJ-PESO
                ELSE
                    ADD 1 TO W-CNPJ-PESO
                END-IF.
                SUBTRACT 1 FROM W-CNPJ-IDX.


            *> PROCEDURES PARA FILE MANIPULATE
            OPEN-FILE.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN I-O ARQ-APROVACAO.
                OPEN I-O ARQ-AGENDA.
                OPEN I-O ARQ-AGENCIA.
                OPEN I-O ARQ-CLIENTE.
                OPEN I-O ARQ-OPERADOR.
                OPEN I-O ARQ-AUDIT.
                OPEN I-O ARQ-WATCHLIST.
                OPEN I-O ARQ-PENDENTE.
                OPEN I-O ARQ-TRANSF-EXT.
                OPEN I-O ARQ-CAIXA.
                OPEN I-O ARQ-NOTIFICACAO.
                OPEN I-O ARQ-INTENCAO.
                OPEN I-O ARQ-HIST-IDX.
                OPEN I-O ARQ-CHEQUE.
                OPEN I-O ARQ-PACOTE.
                OPEN I-O ARQ-BLOQUEIO.
                OPEN I-O ARQ-OVERRIDE.
                OPEN I-O ARQ-EMPRESTIMO.
                OPEN I-O ARQ-COMPROVANTE.
                OPEN I-O ARQ-CDB.
                OPEN I-O ARQ-CARTAO.
                OPEN I-O ARQ-BOLETO.
                OPEN I-O ARQ-DEBAUT.
                OPEN I-O ARQ-SCORE.
                OPEN I-O ARQ-CASO.
                OPEN I-O ARQ-TESOURARIA.
                OPEN I-O ARQ-SAC.
                OPEN I-O ARQ-CHEQUE-DEP.
                OPEN I-O ARQ-CCF.
                OPEN I-O ARQ-EMPRESA.
                OPEN I-O ARQ-REPRESENTANTE.
                OPEN I-O ARQ-PERMISSAO.
                OPEN I-O ARQ-OBITO.

            WRITE-REG.
                WRITE REG-BANCO INVALID KEY PERFORM FILE-ERROR-WRITE.

            READ-REG.
                READ ARQ-BANCO invalid key perform FILE-ERROR-READ.

            *> LEITURA COM TRAVA DE REGISTRO PARA O CICLO LER-CALCULAR-
            *> REGRAVAR DOS DOIS CAIXAS SIMULTANEOS; STATUS 51 = REGISTRO
            *> TRAVADO PELA OUTRA POSIÇÂO
            READ-REG-LOCK.
                READ ARQ-BANCO WITH LOCK
                    INVALID KEY PERFORM FILE-ERROR-READ
                END-READ.

            SOLTA-TRAVA-REG.
                UNLOCK ARQ-BANCO.

            *> PRIMEIRA TRANSAÇÂO NOVA NUMA CONTA DORMENTE: SO UM
            *> SUPERVISOR PODE CONFIRMAR A REATIVAÇÂO; CONFIRMADA, O
            *> STATUS VOLTA A 'A' E O MOVIMENTO 'RE' REGISTRA O CICLO DE
            *> VIDA NO EXTRATO. SEM CONFIRMAÇÂO A CONTA SEGUE DORMENTE E
            *> A OPERAÇÂO E RECUSADA PELA VERIFICAÇÂO DE STATUS
            TRATA-CONTA-DORMENTE.
                IF CONTA-DORMENTE
                    *> REATIVAÇÂO SO COM CREDENCIAL DE SUPERVISOR,
                    *> REGISTRADA NO DIARIO DE OVERRIDES
                    MOVE "REATIVACAO DORMENTE" TO W-OVR-OPERACAO
                    MOVE ZEROS TO W-OVR-VALOR
                    MOVE 'N' TO W-SUP-ASK
                    PERFORM PEDE-CREDENCIAL-SUPERVISOR
                    IF NOT CREDENCIAL-SUP-OK
                        MOVE 'F' TO W-OVR-DECISAO
                        PERFORM GRAVA-OVERRIDE
                    ELSE
                        MOVE SPACE TO W-SUP-ASK
                        PERFORM PEDE-CONFIRMA-REATIVACAO
                            UNTIL SUPERVISOR-AUTORIZA OR SUPERVISOR-NEGA
                        IF SUPERVISOR-AUTORIZA
                            MOVE 'A' TO W-OVR-DECISAO
                        ELSE
                            MOVE 'N' TO W-OVR-DECISAO
                        END-IF
                        PERFORM GRAVA-OVERRIDE
                    END-IF
                    IF SUPERVISOR-AUTORIZA
                        *> RELE COM TRAVA ANTES DE REGRAVAR O STATUS; TRAVADA
                        *> PELO OUTRO CAIXA, A CONTA SEGUE DORMENTE E A
                        *> OPERAÇÂO E RECUSADA PELA VERIFICAÇÂO DE STATUS
                        PERFORM READ-REG-LOCK
                        IF ARQ-OK NOT EQUAL ZEROS
                            PERFORM MOSTRA-ERRO-LEITURA
                        ELSE
                            MOVE 'A' TO W-STATUS
                            MOVE DATE-TIME TO DT-ULT-MODIF
                            PERFORM MODIFY-REG
                            MOVE 'RE' TO W-EXT-TIPO-ATUAL
                            MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                            MOVE ZEROS TO EXT-VALOR
                            PERFORM GRAVA-EXTRATO
                            DISPLAY MSG27 AT 2013 FOREGROUND-COLOR IS 2
                        END-IF
                    END-IF
                END-IF.

            *> MANUTENÇÂO DA MATRIZ DE PERMISSÔES, RESTRITA A FUNÇÂO
            *> PERM: MOSTRA A PERMISSAO DO PERFIL PARA A FUNÇÂO (DA
            *> MATRIZ OU DO PADRAO DO PERFIL) E GRAVA A NOVA NA MATRIZ;
            *> CADA ALTERAÇÂO VAI PARA A TRILHA DE AUDITORIA SOB A CONTA
            *> ZERO, COMO OS PARAMETROS
            LOOP-PERMISSAO.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY PERMISSAO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "PERM" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE SPACE TO W-PRM-PERFIL
                    ACCEPT W-PRM-PERFIL AT 0321 WITH PROMPT AUTO
                    INSPECT W-PRM-PERFIL CONVERTING "sgcbar" TO "SGCBAR"
                    MOVE SPACES TO W-PRM-FUNCAO
                    ACCEPT W-PRM-FUNCAO AT 0421 WITH PROMPT
                    INSPECT W-PRM-FUNCAO CONVERTING
                        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF PRM-PERFIL-VALIDO AND
                       (FUNCAO-ACAO-VALIDA OR
                        (FUNCAO-MENU AND W-PRM-OPCAO IS NUMERIC AND OPCAO-MENU-VALIDA))
                        PERFORM MANTEM-PERMISSAO
                    ELSE
                        DISPLAY MSG-ERROR-93 AT 2013 FOREGROUND-COLOR IS 4
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> O SUPERVISOR NUNCA PERDE A FUNÇÂO PERM, PARA A MATRIZ NÂO
            *> FICAR SEM QUEM A MANTENHA
            MANTEM-PERMISSAO.
                PERFORM CONSULTA-PERMISSAO.
                MOVE W-PRM-CONCEDIDA TO W-PRM-ATUAL.
                IF ARQ-PRM-OK EQUAL ZEROS
                    MOVE "MATRIZ" TO W-PRM-ORIGEM
                ELSE
                    MOVE "PADRAO" TO W-PRM-ORIGEM
                END-IF.
                DISPLAY W-PRM-ATUAL AT 0821.
                DISPLAY W-PRM-ORIGEM AT 0921.

                MOVE SPACE TO W-PRM-NOVA.
                ACCEPT W-PRM-NOVA AT 1127 WITH PROMPT AUTO.
                INSPECT W-PRM-NOVA CONVERTING "sn" TO "SN".
                IF NOT PRM-NOVA-VALIDA
                    DISPLAY MSG-ERROR-94 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                  IF W-PRM-PERFIL EQUAL 'S' AND W-PRM-FUNCAO EQUAL "PERM" AND
                     W-PRM-NOVA EQUAL 'N'
                    DISPLAY MSG-ERROR-95 AT 2013 FOREGROUND-COLOR IS 4
                  ELSE
                    MOVE W-PRM-PERFIL TO PRM-PERFIL
                    MOVE W-PRM-FUNCAO TO PRM-FUNCAO
                    MOVE W-PRM-NOVA TO PRM-PERMITIDO
                    MOVE DATE-TIME TO PRM-DT-ULT-MODIF
                    MOVE W-OPERADOR-ATUAL TO PRM-OPERADOR
                    IF ARQ-PRM-OK EQUAL ZEROS
                        REWRITE REG-PERMISSAO INVALID KEY PERFORM FILE-ERROR-MODIFY
                    ELSE
                        WRITE REG-PERMISSAO INVALID KEY PERFORM FILE-ERROR-WRITE
                    END-IF
                    MOVE SPACES TO W-AUD-CAMPO
                    MOVE "PRM" TO W-AUD-CAMPO
                    MOVE W-PRM-PERFIL TO W-AUD-CAMPO (5:1)
                    MOVE W-PRM-FUNCAO TO W-AUD-CAMPO (7:4)
                    MOVE SPACES TO W-AUD-ANTES
                    MOVE W-PRM-ATUAL TO W-AUD-ANTES
                    MOVE W-PRM-ORIGEM TO W-AUD-ANTES (3:7)
                    MOVE SPACES TO W-AUD-DEPOIS
                    MOVE W-PRM-NOVA TO W-AUD-DEPOIS
                    PERFORM GRAVA-AUDIT-PARAM
                    DISPLAY MSG74 AT 2013 FOREGROUND-COLOR IS 2
                  END-IF
                END-IF.

            *> PERMISSAO DO OPERADOR ASSINADO PARA A FUNÇÂO EM
            *> W-PRM-FUNCAO; A RECUSA ENTRA NO DIARIO DE ACESSOS NEGADOS
            VERIFICA-PERMISSAO.
                MOVE W-OPERADOR-PERFIL TO W-PRM-PERFIL.
                MOVE W-OPERADOR-ATUAL TO W-PRM-OPERADOR.
                PERFORM CONSULTA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    PERFORM GRAVA-ACESSO-NEGADO
                END-IF.

            *> PROCURA PERFIL + FUNÇÂO NA MATRIZ; SEM REGISTRO (OU SEM A
            *> MATRIZ) VALE O PADRAO DO PERFIL. ARQ-PRM-OK ZERADO INDICA
            *> QUE A PERMISSAO VEIO DA MATRIZ
            CONSULTA-PERMISSAO.
                MOVE 23 TO ARQ-PRM-OK.
                MOVE W-PRM-PERFIL TO PRM-PERFIL.
                MOVE W-PRM-FUNCAO TO PRM-FUNCAO.
                READ ARQ-PERMISSAO INVALID KEY CONTINUE END-READ.
                IF ARQ-PRM-OK EQUAL ZEROS
                    MOVE PRM-PERMITIDO TO W-PRM-CONCEDIDA
                ELSE
                    PERFORM PERMISSAO-PADRAO
                END-IF.

            *> PADRAO DE CADA PERFIL, O MESMO DE ANTES DA MATRIZ PARA O
            *> SUPERVISOR E O CAIXA: SUPERVISOR FAZ TUDO; GERENTE TUDO
            *> MENOS A ADMINISTRAÇÂO DO SISTEMA E O REGISTRO DE OBITO;
            *> CAIXA TODAS AS OPÇÔES DO
            *> MENU E A APROVAÇÂO DE PEDIDOS; RETAGUARDA TODAS AS OPÇÔES E
            *> AS AÇÔES DE RETAGUARDA; AUDITOR SO AS OPÇÔES DE CONSULTA;
            *> GERENTE DE RELACIONAMENTO COMO O CAIXA (A DISTRIBUIÇÂO DAS
            *> CARTEIRAS FICA COM A GERENCIA DA AGENCIA).
            *> PERFIL DESCONHECIDO NÂO TEM PERMISSAO NENHUMA
            PERMISSAO-PADRAO.
                MOVE 'N' TO W-PRM-CONCEDIDA.
                EVALUATE W-PRM-PERFIL
                    WHEN 'S'
                        MOVE 'S' TO W-PRM-CONCEDIDA
                    WHEN 'G'
                        IF NOT FUNCAO-ADMINISTRACAO AND NOT FUNCAO-SUPERVISOR
                            MOVE 'S' TO W-PRM-CONCEDIDA
                        END-IF
                    WHEN 'C'
                        IF FUNCAO-MENU OR FUNCAO-APROVACAO
                            MOVE 'S' TO W-PRM-CONCEDIDA
                        END-IF
                    WHEN 'B'
                        IF FUNCAO-MENU OR FUNCAO-RETAGUARDA
                            MOVE 'S' TO W-PRM-CONCEDIDA
                        END-IF
                    WHEN 'A'
                        IF FUNCAO-MENU AND OPCAO-CONSULTA
                            MOVE 'S' TO W-PRM-CONCEDIDA
                        END-IF
                    WHEN 'R'
                        IF FUNCAO-MENU OR FUNCAO-APROVACAO
                            MOVE 'S' TO W-PRM-CONCEDIDA
                        END-IF
                END-EVALUATE.

            *> ANEXA A RECUSA AO DIARIO DE ACESSOS NEGADOS
            GRAVA-ACESSO-NEGADO.
                OPEN EXTEND ARQ-ACESSO-NEGADO.
                IF ARQ-ACN-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-ACESSO-NEGADO
                END-IF.
                ACCEPT TIME-NOW FROM TIME.
                MOVE DATE-TIME TO ACN-DATA.
                MOVE TIME-NOW TO ACN-HORA.
                MOVE W-PRM-OPERADOR TO ACN-OPERADOR.
                MOVE W-PRM-PERFIL TO ACN-PERFIL.
                MOVE W-PRM-FUNCAO TO ACN-FUNCAO.
                WRITE REG-ACESSO-NEGADO.
                CLOSE ARQ-ACESSO-NEGADO.

            *> REGISTRO DE OBITO DO CLIENTE, RESTRITO A FUNÇÂO OBIT: COM A
            *> DATA E A CERTIDÂO CONFIRMADAS, TODAS AS CONTAS DO CPF
            *> (PRIMEIRO OU SEGUNDO TITULAR) RECEBEM O BLOQUEIO DE ESPOLIO
            *> E OS PRODUTOS DAS CONTAS DE TITULAR UNICO SÂO SUSPENSOS.
            *> CREDITOS CONTINUAM ENTRANDO; O DINHEIRO SO SAI PELA
            *> LIBERAÇÂO DO BLOQUEIO (ALVARA JUDICIAL, OPÇÂO 30)
            LOOP-OBITO.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY OBITO-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "OBIT" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO M-CPF
                    ACCEPT M-CPF AT 0310 WITH PROMPT AUTO
                    MOVE M-CPF TO W-CPF
                    IF W-CPF EQUAL ZEROS
                        DISPLAY MSG-ERROR-06 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM LE-CLIENTE
                        IF NOT ACHOU-CLIENTE
                            DISPLAY MSG-ERROR-29 AT 2013 FOREGROUND-COLOR IS 4
                        ELSE
                            DISPLAY CLI-NOME AT 0428
                            MOVE W-CPF TO OBT-CPF
                            READ ARQ-OBITO INVALID KEY CONTINUE END-READ
                            IF ARQ-OBT-OK EQUAL ZEROS
                                PERFORM MOSTRA-OBITO-REGISTRADO
                            ELSE
                                PERFORM REGISTRA-OBITO
                            END-IF
                        END-IF
                    END-IF

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            MOSTRA-OBITO-REGISTRADO.
                DISPLAY OBT-DT-OBITO AT 0628.
                DISPLAY OBT-CERTIDAO AT 0728.
                MOVE OBT-QTDE-CONTAS TO M-OBT-QTDE.
                DISPLAY M-OBT-QTDE AT 0928.
                MOVE OBT-QTDE-CONJUNTAS TO M-OBT-QTDE.
                DISPLAY M-OBT-QTDE AT 1028.
                DISPLAY MSG-ERROR-96 AT 2013 FOREGROUND-COLOR IS 4.

            *> A DATA DO OBITO PASSA PELA CONFERENCIA DA DATA DE
            *> NASCIMENTO (PLAUSIVEL E NO PASSADO), ACEITANDO TAMBEM HOJE;
            *> ANTES DA CONFIRMAÇÂO A TELA MOSTRA QUANTAS CONTAS SERÂO
            *> BLOQUEADAS E QUANTAS SÂO CONJUNTAS (SO A COTA)
            REGISTRA-OBITO.
                MOVE ZEROS TO W-OBT-DT-DIGITADA.
                ACCEPT W-OBT-DT-DIGITADA AT 0628 WITH PROMPT AUTO.
                MOVE SPACES TO W-OBT-CERTIDAO.
                ACCEPT W-OBT-CERTIDAO AT 0728 WITH PROMPT.
                MOVE W-OBT-DT-DIGITADA TO W-RCD-NASCIMENTO.
                PERFORM VALIDA-NASCIMENTO.
                IF W-OBT-DT-DIGITADA EQUAL DATE-TIME
                    MOVE 'S' TO W-RCD-NASC-OK
                END-IF.
                IF NOT NASCIMENTO-VALIDO
                    DISPLAY MSG-ERROR-90 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                  IF W-OBT-CERTIDAO EQUAL SPACES
                    DISPLAY MSG-ERROR-41 AT 2013 FOREGROUND-COLOR IS 4
                  ELSE
                    PERFORM LE-OBITO-PARAM
                    PERFORM LEVANTA-CONTAS-OBITO
                    MOVE W-OBT-QTDE-LISTA TO M-OBT-QTDE
                    DISPLAY M-OBT-QTDE AT 0928
                    MOVE W-OBT-QTDE-CONJUNTAS TO M-OBT-QTDE
                    DISPLAY M-OBT-QTDE AT 1028
                    MOVE SPACE TO W-OBT-CONFIRMA
                    ACCEPT W-OBT-CONFIRMA AT 1229 WITH PROMPT AUTO
                    IF OBITO-CONFIRMADO
                        PERFORM APLICA-OBITO
                    END-IF
                  END-IF
                END-IF.

            *> LEVANTA AS CONTAS ABERTAS DO CPF ANTES DE MEXER EM QUALQUER
            *> UMA: PRIMEIRO TITULAR PELA CHAVE ALTERNATIVA, SEGUNDO
            *> TITULAR EM VARREDURA COMPLETA (SEM CHAVE PARA CPF2)
            LEVANTA-CONTAS-OBITO.
                MOVE ZEROS TO W-OBT-QTDE-LISTA.
                MOVE ZEROS TO W-OBT-QTDE-CONJUNTAS.
                MOVE W-CPF TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF CPF NOT EQUAL W-CPF
                            MOVE 10 TO ARQ-OK
                        ELSE
                            IF NOT CONTA-FECHADA
                                MOVE CPF2 TO W-OBT-OUTRO-CPF
                                PERFORM GUARDA-CONTA-OBITO
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF CPF2 EQUAL W-CPF AND CPF NOT EQUAL W-CPF
                           AND NOT CONTA-FECHADA
                            MOVE CPF TO W-OBT-OUTRO-CPF
                            PERFORM GUARDA-CONTA-OBITO
                        END-IF
                    END-READ
                END-PERFORM.

            *> CONJUNTA COM O OUTRO TITULAR VIVO: SO A COTA DO FALECIDO
            *> FICA BLOQUEADA. OUTRO TITULAR TAMBEM FALECIDO CONTA COMO
            *> TITULAR UNICO (A CONTA INTEIRA VAI PARA O ESPOLIO)
            GUARDA-CONTA-OBITO.
                IF W-OBT-QTDE-LISTA < 50
                    ADD 1 TO W-OBT-QTDE-LISTA
                    MOVE COD-CONTA TO W-OBT-CONTA (W-OBT-QTDE-LISTA)
                    MOVE 'N' TO W-OBT-CONJUNTA (W-OBT-QTDE-LISTA)
                    IF W-OBT-OUTRO-CPF NOT EQUAL ZEROS
                        MOVE W-OBT-OUTRO-CPF TO OBT-CPF
                        READ ARQ-OBITO
                            INVALID KEY
                                MOVE 'S' TO W-OBT-CONJUNTA (W-OBT-QTDE-LISTA)
                                ADD 1 TO W-OBT-QTDE-CONJUNTAS
                        END-READ
                    END-IF
                END-IF.

            *> APLICA O OBITO CONTA A CONTA E GRAVA O REGISTRO DO CPF, QUE
            *> E O QUE AS TELAS DE MOVIMENTO E O JOB CONTA-ESPOLIO
            *> CONSULTAM; A TRILHA DE AUDITORIA GERAL (CONTA ZERO) GUARDA
            *> A DATA E A CERTIDÂO
            APLICA-OBITO.
                MOVE ZEROS TO W-OBT-QTDE-CONTAS.
                MOVE 1 TO W-OBT-IDX.
                PERFORM APLICA-OBITO-CONTA
                    UNTIL W-OBT-IDX > W-OBT-QTDE-LISTA.
                MOVE W-CPF TO OBT-CPF.
                MOVE W-OBT-DT-DIGITADA TO OBT-DT-OBITO.
                MOVE W-OBT-CERTIDAO TO OBT-CERTIDAO.
                MOVE DATE-TIME TO OBT-DT-REGISTRO.
                MOVE W-OPERADOR-ATUAL TO OBT-OPERADOR.
                MOVE W-OBT-QTDE-CONTAS TO OBT-QTDE-CONTAS.
                MOVE W-OBT-QTDE-CONJUNTAS TO OBT-QTDE-CONJUNTAS.
                WRITE REG-OBITO INVALID KEY PERFORM FILE-ERROR-WRITE.
                MOVE "OBITO" TO W-AUD-CAMPO.
                MOVE SPACES TO W-AUD-ANTES.
                STRING "CPF " DELIMITED BY SIZE
                       W-CPF DELIMITED BY SIZE
                       " DATA " DELIMITED BY SIZE
                       W-OBT-DT-DIGITADA DELIMITED BY SIZE
                    INTO W-AUD-ANTES.
                MOVE W-OBT-CERTIDAO TO W-AUD-DEPOIS.
                PERFORM GRAVA-AUDIT-PARAM.
                DISPLAY MSG75 AT 2013 FOREGROUND-COLOR IS 2.

            *> BLOQUEIO DE ESPOLIO NA CONTA: TITULAR UNICO BLOQUEIA O
            *> SALDO INTEIRO (VALOR MAXIMO, NENHUM DEBITO PASSA) E
            *> SUSPENDE OS PRODUTOS; CONJUNTA BLOQUEIA SO A COTA DO SALDO
            *> NA DATA DO OBITO E DEIXA OS PRODUTOS COM O TITULAR VIVO
            APLICA-OBITO-CONTA.
                MOVE W-OBT-CONTA (W-OBT-IDX) TO COD-CONTA.
                PERFORM READ-REG.
                IF ARQ-OK NOT EQUAL ZEROS
                    PERFORM MOSTRA-ERRO-LEITURA
                ELSE
                    PERFORM CALCULA-SALDO-OBITO
                    MOVE W-OBT-SALDO-OBITO TO M-SALDO
                    MOVE SPACES TO W-AUD-DEPOIS
                    IF OBT-CONTA-CONJUNTA (W-OBT-IDX)
                        MOVE ZEROS TO W-OBT-VALOR-BLOQUEIO
                        IF W-OBT-SALDO-OBITO > ZEROS
                            COMPUTE W-OBT-VALOR-BLOQUEIO ROUNDED =
                                W-OBT-SALDO-OBITO * W-OBT-PERC-CONJUNTA / 100
                        END-IF
                        STRING "SALDO OBITO " DELIMITED BY SIZE
                               M-SALDO DELIMITED BY SIZE
                               " COTA " DELIMITED BY SIZE
                               W-OBT-PERC-CONJUNTA DELIMITED BY SIZE
                               "%" DELIMITED BY SIZE
                            INTO W-AUD-DEPOIS
                    ELSE
                        MOVE 99999999,99 TO W-OBT-VALOR-BLOQUEIO
                        PERFORM SUSPENDE-PRODUTOS-OBITO
                        STRING "SALDO OBITO " DELIMITED BY SIZE
                               M-SALDO DELIMITED BY SIZE
                               " TOTAL" DELIMITED BY SIZE
                            INTO W-AUD-DEPOIS
                    END-IF
                    IF W-OBT-VALOR-BLOQUEIO > ZEROS
                        PERFORM GRAVA-BLOQUEIO-ESPOLIO
                    END-IF
                    MOVE "ESPOLIO" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    STRING "CPF " DELIMITED BY SIZE
                           W-CPF DELIMITED BY SIZE
                           " OBITO " DELIMITED BY SIZE
                           W-OBT-DT-DIGITADA DELIMITED BY SIZE
                        INTO W-AUD-ANTES
                    PERFORM GRAVA-ENTRADA-AUDIT
                    ADD 1 TO W-OBT-QTDE-CONTAS
                END-IF.
                ADD 1 TO W-OBT-IDX.

            *> SALDO NA DATA DO OBITO PARA O INVENTARIO: O SALDO ANTERIOR
            *> DO PRIMEIRO MOVIMENTO DATADO DEPOIS DO OBITO; SEM MOVIMENTO
            *> POSTERIOR, O SALDO ATUAL DA CONTA
            CALCULA-SALDO-OBITO.
                MOVE W-SALDO TO W-OBT-SALDO-OBITO.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-DATA > W-OBT-DT-DIGITADA
                                    MOVE EXT-SALDO-ANTERIOR TO W-OBT-SALDO-OBITO
                                    MOVE 10 TO ARQ-EXT-OK
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> GRAVA O BLOQUEIO DE ESPOLIO COM A PROXIMA SEQUENCIA DA
            *> CONTA, NO MESMO ARQUIVO DOS BLOQUEIOS JUDICIAIS (O PISO DE
            *> SALDO DE TODOS OS DEBITOS JA CONSIDERA ESTE ARQUIVO)
            GRAVA-BLOQUEIO-ESPOLIO.
                MOVE COD-CONTA TO BLQ-COD-CONTA.
                MOVE 999999 TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT GREATER THAN BLQ-CHAVE
                    INVALID KEY MOVE 1 TO W-BLQ-SEQ
                    NOT INVALID KEY
                        READ ARQ-BLOQUEIO NEXT RECORD AT END MOVE 1 TO W-BLQ-SEQ
                        NOT AT END
                            IF BLQ-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO BLQ-SEQUENCIA GIVING W-BLQ-SEQ
                            ELSE
                                MOVE 1 TO W-BLQ-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO BLQ-COD-CONTA.
                MOVE W-BLQ-SEQ TO BLQ-SEQUENCIA.
                MOVE "ESPOLIO" TO BLQ-ORDEM.
                MOVE W-OBT-VALOR-BLOQUEIO TO BLQ-VALOR.
                MOVE SPACES TO BLQ-AUTORIDADE.
                STRING "OBITO DE " DELIMITED BY SIZE
                       W-CPF DELIMITED BY SIZE
                    INTO BLQ-AUTORIDADE.
                MOVE 'A' TO BLQ-STATUS.
                MOVE DATE-TIME TO BLQ-DATA.
                WRITE REG-BLOQUEIO INVALID KEY PERFORM FILE-ERROR-WRITE.

            *> TITULAR UNICO FALECIDO: AGENDAMENTOS E DEBITOS AUTOMATICOS
            *> SUSPENSOS ('S', OS JOBS PULAM), CHEQUES EM ABERTO SUSTADOS,
            *> CARTÔES BLOQUEADOS E A COBRANÇA DOS EMPRESTIMOS SUSPENSA
            SUSPENDE-PRODUTOS-OBITO.
                PERFORM SUSPENDE-AGENDA-OBITO.
                PERFORM SUSPENDE-DEBAUT-OBITO.
                PERFORM SUSTA-CHEQUES-OBITO.
                PERFORM BLOQUEIA-CARTOES-OBITO.
                PERFORM SUSPENDE-EMPRESTIMO-OBITO.

            SUSPENDE-AGENDA-OBITO.
                MOVE COD-CONTA TO AGD-COD-CONTA.
                MOVE ZEROS TO AGD-SEQUENCIA.
                START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AGD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AGD-OK
                END-START.
                PERFORM UNTIL ARQ-AGD-OK EQUAL 10
                    READ ARQ-AGENDA NEXT RECORD
                        AT END MOVE 10 TO ARQ-AGD-OK
                        NOT AT END
                            IF AGD-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-AGD-OK
                            ELSE
                                IF AGD-STATUS EQUAL 'A'
                                    MOVE 'S' TO AGD-STATUS
                                    REWRITE REG-AGENDAMENTO
                                        INVALID KEY PERFORM FILE-ERROR-MODIFY
                                    END-REWRITE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> O CADASTRO E POR EMPRESA + CONTRATO: VARREDURA COMPLETA
            SUSPENDE-DEBAUT-OBITO.
                MOVE LOW-VALUES TO DAU-CHAVE.
                START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-DAU-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-DAU-OK
                END-START.
                PERFORM UNTIL ARQ-DAU-OK EQUAL 10
                    READ ARQ-DEBAUT NEXT RECORD
                        AT END MOVE 10 TO ARQ-DAU-OK
                        NOT AT END
                            IF DAU-COD-CONTA EQUAL COD-CONTA
                               AND DAU-STATUS EQUAL 'A'
                                MOVE 'S' TO DAU-STATUS
                                MOVE W-OPERADOR-ATUAL TO DAU-OPERADOR
                                REWRITE REG-DEBAUT
                                    INVALID KEY PERFORM FILE-ERROR-MODIFY
                                END-REWRITE
                            END-IF
                    END-READ
                END-PERFORM.

            SUSTA-CHEQUES-OBITO.
                MOVE COD-CONTA TO CHQ-COD-CONTA.
                MOVE ZEROS TO CHQ-NUMERO.
                START ARQ-CHEQUE KEY IS NOT LESS THAN CHQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CHQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CHQ-OK
                END-START.
                PERFORM UNTIL ARQ-CHQ-OK EQUAL 10
                    READ ARQ-CHEQUE NEXT RECORD
                        AT END MOVE 10 TO ARQ-CHQ-OK
                        NOT AT END
                            IF CHQ-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-CHQ-OK
                            ELSE
                                IF CHQ-EMITIDO
                                    MOVE 'S' TO CHQ-STATUS
                                    REWRITE REG-CHEQUE
                                        INVALID KEY PERFORM FILE-ERROR-MODIFY
                                    END-REWRITE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> O CADASTRO E PELO NUMERO DO CARTÂO: VARREDURA COMPLETA
            BLOQUEIA-CARTOES-OBITO.
                MOVE ZEROS TO CRT-NUMERO.
                START ARQ-CARTAO KEY IS NOT LESS THAN CRT-NUMERO
                    INVALID KEY MOVE 10 TO ARQ-CRT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CRT-OK
                END-START.
                PERFORM UNTIL ARQ-CRT-OK EQUAL 10
                    READ ARQ-CARTAO NEXT RECORD
                        AT END MOVE 10 TO ARQ-CRT-OK
                        NOT AT END
                            IF CRT-COD-CONTA EQUAL COD-CONTA AND CRT-ATIVO
                                MOVE 'B' TO CRT-STATUS
                                MOVE DATE-TIME TO CRT-DT-STATUS
                                MOVE W-OPERADOR-ATUAL TO CRT-OPERADOR
                                REWRITE REG-CARTAO
                                    INVALID KEY PERFORM FILE-ERROR-MODIFY
                                END-REWRITE
                            END-IF
                    END-READ
                END-PERFORM.

            SUSPENDE-EMPRESTIMO-OBITO.
                MOVE COD-CONTA TO EMP-COD-CONTA.
                MOVE ZEROS TO EMP-SEQUENCIA.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EMP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EMP-OK
                END-START.
                PERFORM UNTIL ARQ-EMP-OK EQUAL 10
                    READ ARQ-EMPRESTIMO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EMP-OK
                        NOT AT END
                            IF EMP-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EMP-OK
                            ELSE
                                IF EMP-STATUS EQUAL 'A'
                                    MOVE 'S' TO EMP-STATUS
                                    REWRITE REG-EMPRESTIMO
                                        INVALID KEY PERFORM FILE-ERROR-MODIFY
                                    END-REWRITE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            *> TELAS DE MOVIMENTO: CONTA E TITULARES DE REG-BANCO; O TIPO
            *> E O VALOR JA VEM EM W-OBT-MOV-TIPO E W-OBT-MOV-VALOR
            VERIFICA-OBITO-CONTA-LIDA.
                MOVE COD-CONTA TO W-OBT-MOV-CONTA.
                MOVE CPF TO W-OBT-MOV-CPF.
                MOVE CPF2 TO W-OBT-MOV-CPF2.
                PERFORM VERIFICA-OBITO-MOVIMENTO.

            *> MOVIMENTO TENTADO EM CONTA DE TITULAR FALECIDO A PARTIR DA
            *> DATA DO OBITO (O PROPRIO DIA INCLUSIVE): VAI PARA O ARQUIVO DE OCORRENCIAS (LIDO PELO
            *> RELATORIO DO ESPOLIO) E O AVISO SAI NA TELA. A OPERAÇÂO
            *> SEGUE AS REGRAS NORMAIS; QUEM SEGURA OS DEBITOS E O
            *> BLOQUEIO DE ESPOLIO
            VERIFICA-OBITO-MOVIMENTO.
                MOVE W-OBT-MOV-CPF TO W-OBT-CPF-VERIFICADO.
                PERFORM VERIFICA-OBITO-TITULAR.
                MOVE W-OBT-MOV-CPF2 TO W-OBT-CPF-VERIFICADO.
                PERFORM VERIFICA-OBITO-TITULAR.

            VERIFICA-OBITO-TITULAR.
                IF W-OBT-CPF-VERIFICADO NOT EQUAL ZEROS
                    MOVE W-OBT-CPF-VERIFICADO TO OBT-CPF
                    READ ARQ-OBITO
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF DATE-TIME NOT < OBT-DT-OBITO
                                PERFORM GRAVA-OCORRENCIA-OBITO
                                DISPLAY MSG76 AT 2013 FOREGROUND-COLOR IS 4
                            END-IF
                    END-READ
                END-IF.

            GRAVA-OCORRENCIA-OBITO.
                OPEN EXTEND ARQ-OBITO-OCORRENCIA.
                IF ARQ-OCO-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-OBITO-OCORRENCIA
                END-IF.
                ACCEPT TIME-NOW FROM TIME.
                MOVE OBT-CPF TO OCO-CPF.
                MOVE W-OBT-MOV-CONTA TO OCO-COD-CONTA.
                MOVE W-OBT-MOV-TIPO TO OCO-TIPO.
                MOVE W-OBT-MOV-VALOR TO OCO-VALOR.
                MOVE DATE-TIME TO OCO-DATA.
                MOVE TIME-NOW TO OCO-HORA.
                MOVE W-OPERADOR-ATUAL TO OCO-OPERADOR.
                WRITE REG-OBITO-OCORRENCIA.
                CLOSE ARQ-OBITO-OCORRENCIA.

            *> CARTEIRA DE GERENTE, RESTRITA A FUNÇÂO CART: ATRIBUI OU
            *> TRANSFERE PARA O NOVO GERENTE OS CLIENTES TITULARES DE
            *> CONTA ABERTA NA AGENCIA — TODOS, SO OS DE UM GERENTE, SO OS
            *> SEM GERENTE OU UM CPF. O GERENTE E UM OPERADOR ATIVO DE
            *> PERFIL R; ZEROS RETIRA O GERENTE. CADA CLIENTE TRANSFERIDO
            *> VAI PARA A TRILHA DE AUDITORIA SOB A CONTA EM QUE FOI ACHADO
            LOOP-CARTEIRA.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY CLEAR-SCREEN.
                DISPLAY CARTEIRA-SCREEN.

                MOVE SPACE TO W-ASK.
                MOVE "CART" TO W-PRM-FUNCAO.
                PERFORM VERIFICA-PERMISSAO.
                IF NOT PERMISSAO-CONCEDIDA
                    DISPLAY MSG-ERROR-32 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO W-CRT-AGENCIA
                    ACCEPT W-CRT-AGENCIA AT 0336 WITH PROMPT AUTO
                    MOVE W-CRT-AGENCIA TO COD-AGENCIA
                    PERFORM LE-AGENCIA
                    DISPLAY AGE-NOME AT 0342
                    IF W-CRT-AGENCIA EQUAL ZEROS OR NOT AGENCIA-VALIDA
                        DISPLAY MSG-ERROR-28 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        PERFORM SELECIONA-CARTEIRA
                    END-IF
                END-IF.

                PERFORM CALL-ASK UNTIL S-ASK OR N-ASK.

            *> CPF DIGITADO: SO ELE, QUALQUER QUE SEJA O GERENTE ATUAL
            *> (MOSTRADO NA TELA); SEM CPF, O FILTRO DO GERENTE ATUAL
            SELECIONA-CARTEIRA.
                MOVE ZEROS TO W-CRT-CPF.
                ACCEPT W-CRT-CPF AT 0436 WITH PROMPT AUTO.
                MOVE 9999 TO W-CRT-GERENTE-ATUAL.
                MOVE 'S' TO W-CLI-FOUND.
                IF W-CRT-CPF EQUAL ZEROS
                    ACCEPT W-CRT-GERENTE-ATUAL AT 0536 WITH PROMPT AUTO
                ELSE
                    MOVE W-CRT-CPF TO W-CPF
                    PERFORM LE-CLIENTE
                    IF ACHOU-CLIENTE
                        DISPLAY CLI-NOME AT 0448
                        DISPLAY CLI-GERENTE AT 0536
                    END-IF
                END-IF.

                IF NOT ACHOU-CLIENTE
                    DISPLAY MSG-ERROR-29 AT 2013 FOREGROUND-COLOR IS 4
                ELSE
                    MOVE ZEROS TO W-CRT-GERENTE-NOVO
                    ACCEPT W-CRT-GERENTE-NOVO AT 0736 WITH PROMPT AUTO
                    PERFORM VALIDA-GERENTE-NOVO
                    IF NOT CRT-GERENTE-VALIDO
                        DISPLAY MSG-ERROR-97 AT 2013 FOREGROUND-COLOR IS 4
                    ELSE
                        MOVE SPACE TO W-CRT-CONFIRMA
                        ACCEPT W-CRT-CONFIRMA AT 1037 WITH PROMPT AUTO
                        IF CARTEIRA-CONFIRMADA
                            PERFORM TRANSFERE-CARTEIRA
                            MOVE W-CRT-QTDE TO M-CRT-QTDE
                            DISPLAY M-CRT-QTDE AT 1236
                            DISPLAY MSG77 AT 2013 FOREGROUND-COLOR IS 2
                        ELSE
                            DISPLAY MSG78 AT 2013 FOREGROUND-COLOR IS 4
                        END-IF
                    END-IF
                END-IF.

            *> ZEROS (RETIRAR O GERENTE) E SEMPRE ACEITO
            VALIDA-GERENTE-NOVO.
                MOVE 'S' TO W-CRT-GERENTE-VALIDO.
                MOVE SPACES TO OPE-NOME.
                IF W-CRT-GERENTE-NOVO NOT EQUAL ZEROS
                    MOVE W-CRT-GERENTE-NOVO TO OPE-CODIGO
                    READ ARQ-OPERADOR
                        INVALID KEY
                            MOVE 'N' TO W-CRT-GERENTE-VALIDO
                        NOT INVALID KEY
                            IF NOT OPE-GERENTE-RELAC OR NOT OPE-ATIVO
                                MOVE 'N' TO W-CRT-GERENTE-VALIDO
                            END-IF
                    END-READ
                END-IF.
                DISPLAY OPE-NOME AT 0836.

            *> VARRE AS CONTAS ABERTAS DA AGENCIA PELOS DOIS TITULARES, COMO
            *> O RELATORIO DE CARTEIRAS; UM CLIENTE COM VARIAS CONTAS SO E
            *> TRANSFERIDO NA PRIMEIRA (NAS DEMAIS JA ESTA COM O NOVO
            *> GERENTE)
            TRANSFERE-CARTEIRA.
                MOVE ZEROS TO W-CRT-QTDE.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD AT END MOVE 10 TO ARQ-OK
                    NOT AT END
                        IF COD-AGENCIA EQUAL W-CRT-AGENCIA AND NOT CONTA-FECHADA
                            MOVE CPF TO W-CRT-CPF-TITULAR
                            PERFORM TRANSFERE-CLIENTE-CARTEIRA
                            IF CPF2 NOT EQUAL CPF
                                MOVE CPF2 TO W-CRT-CPF-TITULAR
                                PERFORM TRANSFERE-CLIENTE-CARTEIRA
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM.

            TRANSFERE-CLIENTE-CARTEIRA.
                IF W-CRT-CPF-TITULAR NOT EQUAL ZEROS AND
                   (W-CRT-CPF EQUAL ZEROS OR W-CRT-CPF-TITULAR EQUAL W-CRT-CPF)
                    MOVE W-CRT-CPF-TITULAR TO W-CPF
                    PERFORM LE-CLIENTE
                    PERFORM TRANSFERE-GERENTE-CLIENTE
                END-IF.

            TRANSFERE-GERENTE-CLIENTE.
                IF ACHOU-CLIENTE AND CLI-GERENTE NOT EQUAL W-CRT-GERENTE-NOVO AND
                   (CRT-TODOS-GERENTES OR CLI-GERENTE EQUAL W-CRT-GERENTE-ATUAL)
                    MOVE "GERENTE" TO W-AUD-CAMPO
                    MOVE SPACES TO W-AUD-ANTES
                    MOVE CLI-GERENTE TO W-AUD-ANTES
                    MOVE SPACES TO W-AUD-DEPOIS
                    MOVE W-CRT-GERENTE-NOVO TO W-AUD-DEPOIS
                    MOVE W-CRT-GERENTE-NOVO TO CLI-GERENTE
                    REWRITE REG-CLIENTE INVALID KEY PERFORM FILE-ERROR-MODIFY
                    END-REWRITE
                    PERFORM GRAVA-ENTRADA-AUDIT
                    ADD 1 TO W-CRT-QTDE
                END-IF.

            PEDE-CONFIRMA-REATIVACAO.

            *> TODO OVERRIDE EXIGE A CREDENCIAL DE UM SUPERVISOR DE
            *> VERDADE: CODIGO E SENHA CONFERIDOS NO CADASTRO (PERFIL
            *> COM A FUNÇÂO OVRD, ATIVO) E DIFERENTE DO OPERADOR ASSINADO — O CAIXA
            *> NÂO PODE "SER" O PROPRIO SUPERVISOR
            PEDE-CREDENCIAL-SUPERVISOR.
                MOVE SPACE TO W-OVR-SUP-OK.
                        INVALID KEY
                            DISPLAY MSG-ERROR-52 AT 2013 FOREGROUND-COLOR IS 4
                        NOT INVALID KEY
                            MOVE 'N' TO W-PRM-CONCEDIDA
                            IF OPE-SENHA EQUAL W-SENHA-DIGITADA AND OPE-ATIVO
                                MOVE OPE-PERFIL TO W-PRM-PERFIL
                                MOVE OPE-CODIGO TO W-PRM-OPERADOR
                                MOVE "OVRD" TO W-PRM-FUNCAO
                                PERFORM CONSULTA-PERMISSAO
                                IF NOT PERMISSAO-CONCEDIDA
                                    PERFORM GRAVA-ACESSO-NEGADO
                                END-IF
                            END-IF
                            IF PERMISSAO-CONCEDIDA
                                MOVE 'S' TO W-OVR-SUP-OK
                                MOVE OPE-CODIGO TO W-OVR-SUPERVISOR
                            ELSE
                NOT INVALID KEY
                    MOVE 'F' TO W-STATUS
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    REWRITE REG-BANCO INVALID KEY PERFORM FILE-ERROR-DELETE END-REWRITE
                    MOVE 'EN' TO W-EXT-TIPO-ATUAL
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    MOVE ZEROS TO EXT-VALOR
                *> MEXEM EM SALDO; O LADO PASSIVO DA TRANSFERENCIA ('TR')
                *> E OS LANÇAMENTOS INTERNOS NÂO EMITEM VIA
                IF EXT-DEPOSITO OR EXT-SAQUE OR EXT-TRANSF-ENVIADA OR
                   EXT-ESTORNO OR EXT-TRANSF-EXTERNA OR EXT-PAGTO-BOLETO OR
                   EXT-DEPOSITO-CHEQUE
                    PERFORM GRAVA-COMPROVANTE
                END-IF.
                *> A CONTRAPARTIDA, A SEQUENCIA ESTORNADA, A DESCRIÇÂO E
                MOVE W-INT-TX-BANCO TO INT-TX-BANCO.
                MOVE W-INT-TX-AGENCIA TO INT-TX-AGENCIA.
                MOVE W-INT-TX-CONTA TO INT-TX-CONTA.
                MOVE W-INT-BOL-BARRAS TO INT-BOL-BARRAS.
                MOVE W-INT-CDB-SEQ TO INT-CDB-SEQUENCIA.
                WRITE REG-INTENCAO INVALID KEY PERFORM FILE-ERROR-WRITE.
                MOVE ZEROS TO W-INT-SEQ-ESTORNADA.
                MOVE ZEROS TO W-INT-TX-BANCO.
                MOVE ZEROS TO W-INT-TX-AGENCIA.
                MOVE ZEROS TO W-INT-TX-CONTA.
                MOVE SPACES TO W-INT-BOL-BARRAS.
                MOVE ZEROS TO W-INT-CDB-SEQ.

            *> OPERAÇÂO CONCLUIDA: A INTENÇÂO SAI DO DIARIO
            CONCLUI-INTENCAO.
                CLOSE ARQ-OVERRIDE.
                CLOSE ARQ-EMPRESTIMO.
                CLOSE ARQ-COMPROVANTE.
                CLOSE ARQ-CDB.
                CLOSE ARQ-CARTAO.
                CLOSE ARQ-BOLETO.
                CLOSE ARQ-DEBAUT.
                CLOSE ARQ-SCORE.
                CLOSE ARQ-CASO.
                CLOSE ARQ-TESOURARIA.
                CLOSE ARQ-SAC.
                CLOSE ARQ-CHEQUE-DEP.
                CLOSE ARQ-CCF.
                CLOSE ARQ-EMPRESA.
                CLOSE ARQ-REPRESENTANTE.
                CLOSE ARQ-PERMISSAO.
                CLOSE ARQ-OBITO.
                STOP "FIM DO PROGRAMA".
                STOP RUN.

                MOVE ZEROS TO CPF2.
                MOVE ZEROS TO W-DV.
                MOVE ZEROS TO W-PACOTE.
                MOVE 'F' TO W-TIPO-TITULAR.
                MOVE ZEROS TO CNPJ.

       END PROGRAM PROGRAM1.
