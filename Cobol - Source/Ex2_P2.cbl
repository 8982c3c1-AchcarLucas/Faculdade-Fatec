                       03 VAGA-ENT-MES    PIC 9(02).
                       03 VAGA-ENT-DIA    PIC 9(02).

      *> CADASTRO DE EMPRESAS: CODIGO, NOME E CONTATO DE QUEM ANUNCIA.
      *> A EMPRESA CORRENTISTA DO BANCO PODE AUTORIZAR O DEBITO DAS
      *> FATURAS DE COLOCAÇÂO NA CONTA (COM O DV, CONFERIDO NA DIGITAÇÂO
      *> E DE NOVO NO JOB DE COBRANÇA); EMPRESA ANTIGA SEM CONTA TEM
      *> ESPACOS NOS CAMPOS NOVOS E NÂO E DEBITADA
               FD ARQ-EMPRESAS LABEL RECORDS STANDARD.

               01 REG-EMPRESA.
                   02 EMP-COD             PIC 9(03).
                   02 EMP-NOME            PIC X(30).
                   02 EMP-CONTATO         PIC X(30).
                   02 EMP-COD-CONTA       PIC 9(07).
                   02 EMP-DV              PIC 9(01).
                   02 EMP-DEBITO-AUT      PIC X(01).
                      88 EMP-DEBITO-AUTORIZADO VALUE 'S'.

           WORKING-STORAGE SECTION.
           01 DATOS-CLIENTE.
               02 W-EMPRESA-ACHADA   PIC X(01) VALUE 'N'.
                  88 EMPRESA-ENCONTRADA VALUE 'S'.
               02 W-EMP-IDX-ACHADO   PIC 9(02).
               02 W-EMP-COD-CONTA    PIC 9(07).
               02 W-EMP-DV           PIC 9(01).
               02 W-EMP-DEBITO-AUT   PIC X(01).
               02 W-EMP-CONTA-DIG    PIC 9(07).
               02 W-EMP-DV-DIG       PIC 9(01).
               02 W-EMP-DEBITO-DIG   PIC X(01).
           01 EMPRESAS-TABELA.
               02 TAB-EMPRESA OCCURS 50 TIMES INDEXED BY IDX-EMP.
                   03 TAB-EMP-COD         PIC 9(03).
                   03 TAB-EMP-NOME        PIC X(30).
                   03 TAB-EMP-CONTATO     PIC X(30).
                   03 TAB-EMP-COD-CONTA   PIC 9(07).
                   03 TAB-EMP-DV          PIC 9(01).
                   03 TAB-EMP-DEBITO-AUT  PIC X(01).
      *> DIGITO VERIFICADOR MODULO-11 DA CONTA, NA MESMA REGRA DA CONTA
      *> CORRENTE (PESOS 2 A 8 DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1
      *> DA DIGITO 0)
           01 DV-VERIFICATION.
               02 W-DV-BASE          PIC 9(07).
               02 W-DV-DIGITO        PIC 9(01).
               02 W-DV-SOMA          PIC 9(04).
               02 W-DV-PESO          PIC 9(01).
               02 W-DV-IDX           PIC 9(01).
               02 W-DV-RESTO         PIC 9(02).
               02 W-DV-CALCULADO     PIC 9(01).
           01 W-ELEGIVEL         PIC X(01) VALUE 'N'.
              88 CANDIDATO-ELEGIVEL VALUE 'S'.
           01 W-COD-ENCONTRADO   PIC X(01) VALUE 'N'.
               02 LINE 01 COLUMN 01 VALUE "CODIGO DA EMPRESA: ".
               02 LINE 02 COLUMN 01 VALUE "NOME:              ".
               02 LINE 03 COLUMN 01 VALUE "CONTATO:           ".
               02 LINE 04 COLUMN 01 VALUE "CONTA/DV DEBITO:   ".
               02 LINE 05 COLUMN 01 VALUE "DEBITO AUT. (S/N): ".
           01 ENCERRA-VAGA-TELA.
               02 LINE 01 COLUMN 01 VALUE "NUMERO DA VAGA A ENCERRAR: ".
           01 CADASTRO.
               END-IF.

          *> CADASTRA OU ATUALIZA UMA EMPRESA EM EMPRESAS.DAT (A
          *> GRAVAÇÂO REESCREVE O ARQUIVO INTEIRO, COMO NAS VAGAS). A
          *> CONTA PARA DEBITO DAS FATURAS E OPCIONAL (ZEROS = SEM
          *> CONTA); INFORMADA, O DV TEM DE CONFERIR, E SO EMPRESA COM
          *> CONTA PODE AUTORIZAR O DEBITO. NA ATUALIZAÇÂO A CONTA, O DV
          *> E A AUTORIZAÇÂO GRAVADOS APARECEM NA TELA E SO MUDAM SE O
          *> OPERADOR DIGITAR OUTROS (CONTA EM ZEROS OU AUTORIZAÇÂO EM
          *> BRANCO MANTEM O QUE JA ESTAVA)
           FLUXO-CADASTRA-EMPRESA.
               DISPLAY LIMPA-TELA.
               DISPLAY CADASTRO-EMPRESA.
               MOVE ZEROS TO W-EMPRESA-COD.
               ACCEPT W-EMPRESA-COD AT 0120.
               IF W-EMPRESA-COD EQUAL ZEROS
                   DISPLAY "ERRO: CODIGO DEVE SER MAIOR QUE ZERO" AT 0701
               ELSE
                   PERFORM PROCURA-EMPRESA
                   IF NOT EMPRESA-ENCONTRADA
                           MOVE W-QTDE-EMPRESAS TO W-EMP-IDX-ACHADO
                       ELSE
                           MOVE ZEROS TO W-EMP-IDX-ACHADO
                           DISPLAY "EMPRESAS.DAT EXCEDE A TABELA, AMPLIE O LIMITE" AT 0701
                       END-IF
                   END-IF
                   IF W-EMP-IDX-ACHADO NOT EQUAL ZEROS
                       MOVE W-EMPRESA-COD TO TAB-EMP-COD (IDX-EMP)
                       ACCEPT TAB-EMP-NOME (IDX-EMP) AT 0220
                       ACCEPT TAB-EMP-CONTATO (IDX-EMP) AT 0320
                       IF EMPRESA-ENCONTRADA
                           MOVE TAB-EMP-COD-CONTA (IDX-EMP) TO W-EMP-COD-CONTA
                           MOVE TAB-EMP-DV (IDX-EMP) TO W-EMP-DV
                           MOVE TAB-EMP-DEBITO-AUT (IDX-EMP) TO W-EMP-DEBITO-AUT
                           DISPLAY W-EMP-COD-CONTA AT 0420
                           DISPLAY W-EMP-DV AT 0428
                           DISPLAY W-EMP-DEBITO-AUT AT 0520
                       ELSE
                           MOVE ZEROS TO W-EMP-COD-CONTA W-EMP-DV
                           MOVE SPACES TO W-EMP-DEBITO-AUT
                       END-IF
                       MOVE ZEROS TO W-EMP-CONTA-DIG W-EMP-DV-DIG
                       MOVE SPACES TO W-EMP-DEBITO-DIG
                       ACCEPT W-EMP-CONTA-DIG AT 0420
                       ACCEPT W-EMP-DV-DIG AT 0428
                       ACCEPT W-EMP-DEBITO-DIG AT 0520
                       IF W-EMP-CONTA-DIG NOT EQUAL ZEROS
                           MOVE W-EMP-CONTA-DIG TO W-EMP-COD-CONTA
                           MOVE W-EMP-DV-DIG TO W-EMP-DV
                       END-IF
                       IF W-EMP-DEBITO-DIG NOT EQUAL SPACES
                           MOVE W-EMP-DEBITO-DIG TO W-EMP-DEBITO-AUT
                       END-IF
                       PERFORM VALIDA-CONTA-EMPRESA
                       IF W-EMP-DEBITO-AUT NOT EQUAL SPACES
                           DISPLAY "EMPRESA NAO GRAVADA" AT 0801
                       ELSE
                           PERFORM REGRAVA-EMPRESAS
                           DISPLAY "EMPRESA GRAVADA" AT 0701
                       END-IF
                   END-IF
               END-IF.
               STOP " ".
                               MOVE EMP-COD TO TAB-EMP-COD (IDX-EMP)
                               MOVE EMP-NOME TO TAB-EMP-NOME (IDX-EMP)
                               MOVE EMP-CONTATO TO TAB-EMP-CONTATO (IDX-EMP)
                               IF EMP-COD-CONTA NOT NUMERIC OR
                                  EMP-DV NOT NUMERIC
                                   MOVE ZEROS TO EMP-COD-CONTA EMP-DV
                               END-IF
                               MOVE EMP-COD-CONTA TO TAB-EMP-COD-CONTA (IDX-EMP)
                               MOVE EMP-DV TO TAB-EMP-DV (IDX-EMP)
                               MOVE EMP-DEBITO-AUT TO TAB-EMP-DEBITO-AUT (IDX-EMP)
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-EMPRESAS
                   MOVE TAB-EMP-COD (IDX-EMP) TO EMP-COD
                   MOVE TAB-EMP-NOME (IDX-EMP) TO EMP-NOME
                   MOVE TAB-EMP-CONTATO (IDX-EMP) TO EMP-CONTATO
                   MOVE TAB-EMP-COD-CONTA (IDX-EMP) TO EMP-COD-CONTA
                   MOVE TAB-EMP-DV (IDX-EMP) TO EMP-DV
                   MOVE TAB-EMP-DEBITO-AUT (IDX-EMP) TO EMP-DEBITO-AUT
                   WRITE REG-EMPRESA
               END-PERFORM.
               CLOSE ARQ-EMPRESAS.

          *> CONFERE A CONTA E A AUTORIZAÇÂO DIGITADAS; ACEITAS, VÂO PARA
          *> A ENTRADA DA TABELA E W-EMP-DEBITO-AUT VOLTA EM BRANCO; COM
          *> ERRO, A MENSAGEM FICA NA TELA E W-EMP-DEBITO-AUT = 'E'
           VALIDA-CONTA-EMPRESA.
               INSPECT W-EMP-DEBITO-AUT CONVERTING "sn" TO "SN".
               IF W-EMP-DEBITO-AUT NOT EQUAL 'S'
                   MOVE 'N' TO W-EMP-DEBITO-AUT
               END-IF.
               IF W-EMP-COD-CONTA EQUAL ZEROS
                   IF W-EMP-DEBITO-AUT EQUAL 'S'
                       DISPLAY "ERRO: DEBITO AUTORIZADO EXIGE CONTA" AT 0701
                       MOVE 'E' TO W-EMP-DEBITO-AUT
                   END-IF
               ELSE
                   MOVE W-EMP-COD-CONTA TO W-DV-BASE
                   PERFORM CALCULA-DV-CONTA
                   IF W-EMP-DV NOT EQUAL W-DV-CALCULADO
                       DISPLAY "ERRO: DV DA CONTA INVALIDO" AT 0701
                       MOVE 'E' TO W-EMP-DEBITO-AUT
                   END-IF
               END-IF.
               IF W-EMP-DEBITO-AUT NOT EQUAL 'E'
                   MOVE W-EMP-COD-CONTA TO TAB-EMP-COD-CONTA (IDX-EMP)
                   MOVE W-EMP-DV TO TAB-EMP-DV (IDX-EMP)
                   MOVE W-EMP-DEBITO-AUT TO TAB-EMP-DEBITO-AUT (IDX-EMP)
                   MOVE SPACES TO W-EMP-DEBITO-AUT
               END-IF.

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

           REGRAVA-VAGAS.
               OPEN OUTPUT ARQ-VAGAS.
               PERFORM VARYING IDX-VAGA FROM 1 BY 1 UNTIL IDX-VAGA > W-QTDE-VAGAS
