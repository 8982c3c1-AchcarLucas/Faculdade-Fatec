      *> COD-CONTA (NÂO PODE JA EXISTIR), GRAVA AS VALIDAS EM ARQ-BANCO
      *> E REGISTRA AS REJEITADAS NUM RELATORIO DE EXCEÇÔES.
      *> GRAVA CHECKPOINT A CADA N REGISTROS PARA PERMITIR RESTART.
      *> CONTA DE EMPRESA (IMP-TIPO-TITULAR 'J') TEM O CNPJ VALIDADO
      *> NO LUGAR DO CPF E SO ENTRA COM A EMPRESA JA CADASTRADA EM
      *> ARQ-EMPRESA E AO MENOS UM REPRESENTANTE COM PODERES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       RECORD KEY IS MVD-CHAVE
                       FILE STATUS ARQ-MVD-OK.

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

                   SELECT ARQ-REJEITOS ASSIGN TO "ARQ-IMPORT-REJEITOS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REJ-OK.
                   02  IMP-TELEFONE            PIC X(15).
      *> DIGITO VERIFICADOR DO COD-CONTA, CONFERIDO NA IMPORTAÇÂO
                   02  IMP-DV                  PIC 9(1).
      *> TITULAR: 'F' (OU BRANCO, LOTES ANTIGOS) PESSOA FISICA PELO
      *> IMP-CPF; 'J' EMPRESA PELO IMP-CNPJ, COM O IMP-CPF IGNORADO
                   02  IMP-TIPO-TITULAR        PIC X(1).
                       88  IMP-TITULAR-PJ      VALUE 'J'.
                   02  IMP-CNPJ                PIC 9(14).

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".


               COPY MOVDIA.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

               FD ARQ-REPRESENTANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-REPRESENTANTE.DAT".

               COPY REPRES.

               FD ARQ-REJEITOS LABEL RECORDS STANDARD.

               01  REG-REJEITO                 PIC X(80).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-REJ-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-PJ-OK           PIC 9(2).
                    02  ARQ-REP-OK          PIC 9(2).

                01 TRANSACAO-VARIABLES.
                    02  W-EXT-SEQ                    PIC 9(6).
                    *> PRESERVADOS DA VARREDURA DE CHAVE DUPLICADA
                    02  W-EXT-VALOR-MOV              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EXT-SALDO-ANT-MOV          PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-MIN-SALDO                  PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02  W-SECOND-DIGIT              PIC 9       VALUE ZEROS.
                    02  W-COUNT                     PIC 99      VALUE ZEROS.

                *> DIGITOS VERIFICADORES DO CNPJ (MODULO 11, PESOS 2 A 9)
                01 CNPJ-VERIFICATION.
                    02  W-CNPJ                      PIC 9(14).
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

                *> CADASTRO DA EMPRESA: SEM ARQ-EMPRESA ABERTO TODA CONTA
                *> DE EMPRESA DO LOTE E REJEITADA
                01 EMPRESA-VARIABLES.
                    02  W-EMPRESA-ABERTA        PIC X(1) VALUE 'N'.
                        88  EMPRESA-ABERTA      VALUE 'S'.
                    02  W-REPRES-ABERTO         PIC X(1) VALUE 'N'.
                        88  REPRES-ABERTO       VALUE 'S'.
                    02  W-REP-QTDE-PODERES      PIC 9(3) VALUE ZEROS.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN INPUT ARQ-EMPRESA.
                IF ARQ-PJ-OK EQUAL ZEROS
                    MOVE 'S' TO W-EMPRESA-ABERTA
                END-IF.
                OPEN INPUT ARQ-REPRESENTANTE.
                IF ARQ-REP-OK EQUAL ZEROS
                    MOVE 'S' TO W-REPRES-ABERTO
                END-IF.
                *> SE HOUVE PROGRESSO REGISTRADO, ANEXA AO RELATORIO DE
                *> REJEIÇÔES JA GRAVADO EM VEZ DE TRUNCAR (RESTART); NAO HA
                *> COMO SABER AINDA SE A MARCA DE RETOMADA EXISTE NESTE
                END-READ.

            VALIDA-E-GRAVA.
                IF IMP-TITULAR-PJ
                    PERFORM VALIDA-EMPRESA
                ELSE
                    PERFORM VALIDA-CPF-E-GRAVA
                END-IF.

           *> CONTA DE EMPRESA: CNPJ VALIDO, EMPRESA CADASTRADA E AO
           *> MENOS UM REPRESENTANTE ATIVO COM PODERES E MANDATO EM VIGOR
           *> (A MESMA EXIGENCIA DA ABERTURA PELA TELA); DAI SEGUE A
           *> CONFERENCIA DO DV E DA CONTA JA EXISTENTE
           VALIDA-EMPRESA.
                MOVE IMP-CNPJ TO W-CNPJ.
                PERFORM ALGORTHM-CNPJ-VERIFICATE.
                IF NOT CNPJ-VALIDO
                    MOVE "CNPJ INVALIDO" TO W-MOTIVO-REJEITO
                    PERFORM GRAVA-REJEITO
                ELSE
                  MOVE 23 TO ARQ-PJ-OK
                  IF EMPRESA-ABERTA
                    MOVE W-CNPJ TO PJ-CNPJ
                    READ ARQ-EMPRESA
                        INVALID KEY MOVE 23 TO ARQ-PJ-OK
                    END-READ
                  END-IF
                  IF ARQ-PJ-OK NOT EQUAL ZEROS
                    MOVE "EMPRESA NAO CADASTRADA" TO W-MOTIVO-REJEITO
                    PERFORM GRAVA-REJEITO
                  ELSE
                    PERFORM CONTA-REPRESENTANTES
                    IF W-REP-QTDE-PODERES EQUAL ZEROS
                        MOVE "EMPRESA SEM REPRESENTANTE" TO W-MOTIVO-REJEITO
                        PERFORM GRAVA-REJEITO
                    ELSE
                        PERFORM VALIDA-DV-E-GRAVA
                    END-IF
                  END-IF
                END-IF.

            CONTA-REPRESENTANTES.
                MOVE ZEROS TO W-REP-QTDE-PODERES.
                IF REPRES-ABERTO
                    MOVE W-CNPJ TO REP-CNPJ
                    MOVE ZEROS TO REP-CPF
                    START ARQ-REPRESENTANTE KEY IS NOT LESS THAN REP-CHAVE
                        INVALID KEY MOVE 10 TO ARQ-REP-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-REP-OK
                    END-START
                    PERFORM UNTIL ARQ-REP-OK EQUAL 10
                        READ ARQ-REPRESENTANTE NEXT RECORD AT END MOVE 10 TO ARQ-REP-OK
                        NOT AT END
                            IF REP-CNPJ NOT EQUAL W-CNPJ
                                MOVE 10 TO ARQ-REP-OK
                            ELSE
                                IF REP-ATIVO AND NOT REP-SEM-PODERES
                                   AND (REP-DT-VALIDADE EQUAL ZEROS
                                        OR REP-DT-VALIDADE NOT < DATE-TIME)
                                    ADD 1 TO W-REP-QTDE-PODERES
                                END-IF
                            END-IF
                        END-READ
                    END-PERFORM
                END-IF.

            VALIDA-CPF-E-GRAVA.
                MOVE IMP-CPF TO W-CPF.
                PERFORM ALGORTHM-CPF-VERIFICATE.
                IF (W-CPF(10:1) NOT EQUAL W-FIRST-DIGIT OR W-CPF(11:1) NOT EQUAL W-SECOND-DIGIT)
                    MOVE "CPF INVALIDO" TO W-MOTIVO-REJEITO
                    PERFORM GRAVA-REJEITO
                ELSE
                    PERFORM VALIDA-DV-E-GRAVA
                END-IF.

            VALIDA-DV-E-GRAVA.
                *> O DV DO COD-CONTA DO CANDIDATO TAMBEM E CONFERIDO:
                *> UM NUMERO TRANSPOSTO NO LOTE VIRARIA CONTA ERRADA
                MOVE IMP-COD-CONTA TO W-DV-BASE
                PERFORM CALCULA-DV-CONTA
                IF IMP-DV NOT EQUAL W-DV-CALCULADO
                  MOVE "DV DA CONTA INVALIDO" TO W-MOTIVO-REJEITO
                  PERFORM GRAVA-REJEITO
                ELSE
                  MOVE IMP-COD-CONTA TO COD-CONTA
                  READ ARQ-BANCO
                      INVALID KEY PERFORM GRAVA-CONTA
                      NOT INVALID KEY
                          MOVE "COD-CONTA JA EXISTENTE" TO W-MOTIVO-REJEITO
                          PERFORM GRAVA-REJEITO
                  END-READ
                END-IF.

           *> DIGITO VERIFICADOR MODULO-11 DO NUMERO DE CONTA EM

            GRAVA-CONTA.
                MOVE ZEROS TO REG-INDEX.
                IF IMP-TITULAR-PJ
                    MOVE 'J' TO W-TIPO-TITULAR
                    MOVE ZEROS TO CPF
                    MOVE IMP-CNPJ TO CNPJ
                ELSE
                    MOVE 'F' TO W-TIPO-TITULAR
                    MOVE IMP-CPF TO CPF
                    MOVE ZEROS TO CNPJ
                END-IF.
                MOVE IMP-COD-AGENCIA TO COD-AGENCIA.
                MOVE IMP-COD-CONTA TO COD-CONTA.
                MOVE IMP-NOME TO W-NOME.
            GRAVA-REJEITO.
                ADD 1 TO W-QTDE-REJEITADAS.
                MOVE SPACES TO REG-REJEITO.
                IF IMP-TITULAR-PJ
                    STRING "CONTA " DELIMITED BY SIZE
                           IMP-COD-CONTA DELIMITED BY SIZE
                           " CNPJ " DELIMITED BY SIZE
                           IMP-CNPJ DELIMITED BY SIZE
                           " REJEITADA: " DELIMITED BY SIZE
                           W-MOTIVO-REJEITO DELIMITED BY SIZE
                        INTO REG-REJEITO
                ELSE
                STRING "CONTA " DELIMITED BY SIZE
                       IMP-COD-CONTA DELIMITED BY SIZE
                       " CPF " DELIMITED BY SIZE
                       IMP-CPF DELIMITED BY SIZE
                       " REJEITADA: " DELIMITED BY SIZE
                       W-MOTIVO-REJEITO DELIMITED BY SIZE
                    INTO REG-REJEITO
                END-IF.
                WRITE REG-REJEITO.

           *> GRAVA A MARCA (IMP-COD-CONTA DO ULTIMO REGISTRO LIDO) E A
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-REJEITOS.
                IF EMPRESA-ABERTA
                    CLOSE ARQ-EMPRESA
                END-IF.
                IF REPRES-ABERTO
                    CLOSE ARQ-REPRESENTANTE
                END-IF.

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

            ALGORTHM-CPF-VERIFICATE.
                MOVE 1 TO W-COUNT.
