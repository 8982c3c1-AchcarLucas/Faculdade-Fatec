      *> ('JU') E DE TARIFA ('TA') DO MES ANTERIOR, POR AGENCIA (A
      *> AGENCIA VEM DE ARQ-BANCO A CADA TROCA DE CONTA), COM O NOME DO
      *> CADASTRO DE AGENCIAS. AS TARIFAS DE EXCEDENTE DE PACOTE
      *> LANÇADAS NO CAIXA (CATEGORIA 96) E AS DE CHEQUE DEVOLVIDO
      *> (CATEGORIA 98) SAEM COMO RUBRICA PROPRIA:
      *> ELAS NÂO PASSAM PELO CONTA-TARIFA E NÂO ENTRAM NA AMARRAÇÂO DA
      *> MANUTENÇÂO. COMO AMARRAÇÂO, COMPARA OS JUROS APURADOS COM OS
      *> TOTAIS POR AGENCIA QUE O CONTA-JUROS GRAVOU
                END-READ.

           *> O 'TA' DE EXCEDENTE DE PACOTE (CATEGORIA 96, LANÇADO NO
           *> CAIXA) E A TARIFA DE CHEQUE DEVOLVIDO (CATEGORIA 98,
           *> LANÇADA PELO CONTA-CHEQUE-RETORNO) VÂO PARA A RUBRICA
           *> PROPRIA; O RESTANTE DOS 'TA' E A
           *> MANUTENÇÂO COBRADA PELO CONTA-TARIFA E ENTRA NA AMARRAÇÂO
            ACUMULA-RECEITA.
                PERFORM LOCALIZA-AGENCIA.
                    IF EXT-JUROS
                        ADD EXT-VALOR TO AG-JUROS (WS-IDX)
                    ELSE
                        IF EXT-CATEGORIA EQUAL 96 OR 98
                            ADD EXT-VALOR TO AG-TARIFA-EXC (WS-IDX)
                        ELSE
                            ADD EXT-VALOR TO AG-TARIFAS (WS-IDX)
