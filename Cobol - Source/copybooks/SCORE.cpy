      *> LAYOUT DO REGISTRO DE SCORE COMPORTAMENTAL (ARQ-SCORE.DAT): UM
      *> REGISTRO POR TITULAR (CPF DO CLIENTE OU CNPJ DA EMPRESA),
      *> RECALCULADO TODO MES PELO JOB CONTA-SCORE A PARTIR DE TODAS AS
      *> CONTAS ABERTAS DELE. O CAIXA CONSULTA OS VALORES PRE-APROVADOS
      *> NA POSIÇÂO CONSOLIDADA E NO EMPRESTIMO, E AUMENTO DE LIMITE
      *> DENTRO DO PRE-APROVADO DISPENSA O SUPERVISOR
           01   REG-SCORE.
      *> CHAVE: TIPO DO TITULAR ('F' CPF, 'J' CNPJ) E O NUMERO COM 14
      *> POSIÇÔES (O CPF FICA ALINHADO A DIREITA, COM ZEROS A ESQUERDA)
               02  SCO-CHAVE.
                   03  SCO-TIPO-TITULAR    PIC X(1).
                       88  SCORE-PF        VALUE 'F'.
                       88  SCORE-PJ        VALUE 'J'.
                   03  SCO-DOCUMENTO       PIC 9(14).
      *> PONTUAÇÂO DE 0 A 1000; ABAIXO DO CORTE NÂO HA OFERTA
               02  SCO-PONTUACAO           PIC 9(4).
      *> INDICADORES APURADOS NA JANELA DE MESES DO PARAMETRO
               02  SCO-SALDO-MEDIO         PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
               02  SCO-MESES-SALARIO       PIC 9(2).
               02  SCO-MEDIA-SALARIO       PIC 9(8)V99.
               02  SCO-DIAS-DEVEDOR        PIC 9(4).
               02  SCO-PARCELAS-ATRASO     PIC 9(4).
               02  SCO-QTDE-DEVOLUCOES     PIC 9(4).
               02  SCO-MESES-RELACIONAMENTO PIC 9(4).
      *> TETO PRE-APROVADO DE LIMITE DE CHEQUE ESPECIAL (POR CONTA) E
      *> DE PRINCIPAL DE EMPRESTIMO PESSOAL; ZEROS = SEM OFERTA
               02  SCO-LIMITE-PRE-APROVADO PIC 9(8)V99.
               02  SCO-EMPREST-PRE-APROVADO PIC 9(8)V99.
               02  SCO-DT-APURACAO.
                   03  SCO-APURACAO-ANO    PIC 9(04).
                   03  SCO-APURACAO-MES    PIC 9(02).
                   03  SCO-APURACAO-DIA    PIC 9(02).
