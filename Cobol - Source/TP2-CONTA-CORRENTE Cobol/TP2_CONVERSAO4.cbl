       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CONVERSAO4.

      *> QUARTA CONVERSÂO UNICA DE LAYOUT: SETE CADASTROS GANHARAM
      *> CAMPOS NO FIM DO REGISTRO E OS ARQUIVOS INDEXADOS DE PRODUÇÂO
      *> NO LAYOUT ANTERIOR NÂO ABREM NOS PROGRAMAS NOVOS:
      *>   ARQ-AGENCIA.DAT     TETO DE NUMERARIO DA TESOURARIA;
      *>   ARQ-CAIXA.DAT       AGENCIA DA GAVETA, SUPRIMENTOS E
      *>                       DEVOLUÇÔES A TESOURARIA;
      *>   ARQ-CHEQUE.DAT      DEVOLUÇÔES POR FALTA DE FUNDOS;
      *>   ARQ-CLIENTE.DAT     DADOS DA RENOVAÇÂO CADASTRAL E GERENTE
      *>                       DE RELACIONAMENTO;
      *>   ARQ-COMPROVANTE.DAT REIMPRESSÔES;
      *>   ARQ-EMPRESTIMO.DAT  TIPO (CONSIGNADO), MATRICULA E RESIDUO
      *>                       DA FOLHA;
      *>   ARQ-INTENCAO.DAT    CODIGO DE BARRAS DO BOLETO E SEQUENCIA
      *>                       DA APLICAÇÂO EM CDB.
      *> PROCEDIMENTO DE VIRADA:
      *>   1. AINDA COM OS PROGRAMAS ANTIGOS, EXECUTE O CONTA-RECUPERA
      *>      PARA NÂO DEIXAR INTENÇÂO PENDENTE NO DIARIO;
      *>   2. COM TUDO PARADO, RENOMEIE CADA UM DOS SETE ARQUIVOS ACIMA
      *>      PARA O MESMO NOME COM -ANT4 ANTES DO .DAT (ARQ-AGENCIA.DAT
      *>      PARA ARQ-AGENCIA-ANT4.DAT E ASSIM POR DIANTE);
      *>   3. EXECUTE ESTE PROGRAMA E CONFIRME COM 'S': ELE LE OS
      *>      ARQUIVOS RENOMEADOS E RECRIA OS NOVOS NO LAYOUT ATUAL COM
      *>      OS CAMPOS NOVOS EM ZEROS OU ESPAÇOS, QUE E COMO OS
      *>      PROGRAMAS NOVOS TRATAM O REGISTRO QUE NUNCA PASSOU PELA
      *>      FUNÇÂO NOVA (SEM TETO, SEM AGENCIA NA GAVETA, NENHUMA
      *>      DEVOLUÇÂO, NUNCA REVISADO, SEM GERENTE, NUNCA REIMPRESSO,
      *>      EMPRESTIMO PESSOAL 'P');
      *>   4. CONFIRA AS CONTAGENS EXIBIDAS CONTRA O VOLUME ESPERADO.
      *> ARQUIVO -ANT4 QUE NÂO EXISTE E PULADO COM AVISO E O NOVO NÂO
      *> E TOCADO. RERODAR E SEGURO: OS ARQUIVOS NOVOS SÂO RECRIADOS DO
      *> ZERO A CADA EXECUÇÂO. O CLIENTE CONVERTIDO FICA COM A DATA DA
      *> ULTIMA REVISÂO EM ZEROS E O PRIMEIRO CONTA-RECADASTRO JA O
      *> TRATA COMO VENCIDO, MANDANDO O LEMBRETE. ARQUIVOS EM LAYOUTS
      *> MAIS ANTIGOS PASSAM ANTES, NA ORDEM, POR CONTA-CONVERSAO,
      *> CONTA-CONVERSAO2 E CONTA-CONVERSAO3.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-AGENCIA-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AG4-COD-AGENCIA
                       FILE STATUS ARQ-AG4-OK.

                   SELECT ARQ-CAIXA-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CX4-CHAVE
                       FILE STATUS ARQ-CX4-OK.

                   SELECT ARQ-CHEQUE-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CH4-CHAVE
                       FILE STATUS ARQ-CH4-OK.

                   SELECT ARQ-CLIENTE-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CL4-CPF
                       FILE STATUS ARQ-CL4-OK.

                   SELECT ARQ-COMPROVANTE-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CP4-NUMERO
                       FILE STATUS ARQ-CP4-OK.

                   SELECT ARQ-EMPRESTIMO-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EM4-CHAVE
                       FILE STATUS ARQ-EM4-OK.

                   SELECT ARQ-INTENCAO-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS IN4-CHAVE
                       FILE STATUS ARQ-IN4-OK.

                   SELECT ARQ-AGENCIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGE-COD-AGENCIA
                       FILE STATUS ARQ-AGE-OK.

                   SELECT ARQ-CAIXA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CXA-CHAVE
                       FILE STATUS ARQ-CXA-OK.

                   SELECT ARQ-CHEQUE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CHQ-CHAVE
                       FILE STATUS ARQ-CHQ-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-COMPROVANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CPV-NUMERO
                       FILE STATUS ARQ-CPV-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-INTENCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS INT-CHAVE
                       FILE STATUS ARQ-INT-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

       DATA DIVISION.

           FILE SECTION.
      *> LAYOUT ANTERIOR DA AGENCIA (ANTES DO TETO DE NUMERARIO)
               FD ARQ-AGENCIA-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENCIA-ANT4.DAT".

               01  REG-AGENCIA-ANT.
                   02  AG4-COD-AGENCIA         PIC 9(4).
                   02  AG4-NOME                PIC X(30).
                   02  AG4-ENDERECO            PIC X(40).
                   02  AG4-STATUS              PIC X(01).

      *> LAYOUT ANTERIOR DA GAVETA DO CAIXA (ANTES DA AGENCIA E DO
      *> MOVIMENTO COM A TESOURARIA)
               FD ARQ-CAIXA-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CAIXA-ANT4.DAT".

               01  REG-CAIXA-ANT.
                   02  CX4-CHAVE.
                       03  CX4-OPERADOR        PIC 9(4).
                       03  CX4-DATA            PIC 9(8).
                   02  CX4-FUNDO-TROCO         PIC 9(8)V99.
                   02  CX4-TOT-DEPOSITOS       PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  CX4-TOT-SAQUES          PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  CX4-STATUS              PIC X(01).
                   02  CX4-VALOR-DECLARADO     PIC 9(10)V99.
                   02  CX4-DIFERENCA           PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.

      *> LAYOUT ANTERIOR DA FOLHA DE CHEQUE (ANTES DAS DEVOLUÇÔES)
               FD ARQ-CHEQUE-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-ANT4.DAT".

               01  REG-CHEQUE-ANT.
                   02  CH4-CHAVE.
                       03  CH4-COD-CONTA       PIC 9(7).
                       03  CH4-NUMERO          PIC 9(6).
                   02  CH4-STATUS              PIC X(1).
                   02  CH4-VALOR               PIC 9(8)V99.
                   02  CH4-DT-EMISSAO          PIC 9(8).
                   02  CH4-DT-COMPENSACAO      PIC 9(8).

      *> LAYOUT ANTERIOR DO CLIENTE (SO IDENTIFICAÇÂO E CONTATO)
               FD ARQ-CLIENTE-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE-ANT4.DAT".

               01  REG-CLIENTE-ANT.
                   02  CL4-CPF                 PIC 9(11).
                   02  CL4-NOME                PIC X(32).
                   02  CL4-EMAIL               PIC X(40).
                   02  CL4-TELEFONE            PIC X(15).

      *> LAYOUT ANTERIOR DO COMPROVANTE (ANTES DAS REIMPRESSÔES)
               FD ARQ-COMPROVANTE-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-COMPROVANTE-ANT4.DAT".

               01  REG-COMPROVANTE-ANT.
                   02  CP4-NUMERO              PIC 9(8).
                   02  CP4-DATA                PIC 9(8).
                   02  CP4-HORA                PIC 9(6).
                   02  CP4-OPERACAO            PIC X(2).
                   02  CP4-COD-CONTA           PIC 9(7).
                   02  CP4-VALOR               PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  CP4-SALDO-ATUAL         PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  CP4-OPERADOR            PIC 9(4).

      *> LAYOUT ANTERIOR DO EMPRESTIMO (ANTES DO CONSIGNADO)
               FD ARQ-EMPRESTIMO-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO-ANT4.DAT".

               01  REG-EMPRESTIMO-ANT.
                   02  EM4-CHAVE.
                       03  EM4-COD-CONTA       PIC 9(7).
                       03  EM4-SEQUENCIA       PIC 9(6).
                   02  EM4-PRINCIPAL           PIC 9(8)V99.
                   02  EM4-TAXA-MENSAL         PIC 9(2)V9(2).
                   02  EM4-QTDE-PARCELAS       PIC 9(3).
                   02  EM4-VALOR-PARCELA       PIC 9(8)V99.
                   02  EM4-PARCELAS-PAGAS      PIC 9(3).
                   02  EM4-PARCELAS-ATRASO     PIC 9(3).
                   02  EM4-DIA-VENCIMENTO      PIC 9(2).
                   02  EM4-STATUS              PIC X(1).
                   02  EM4-DT-CONTRATACAO      PIC 9(8).
                   02  EM4-DT-ULT-COBRANCA     PIC 9(8).

      *> LAYOUT ANTERIOR DO DIARIO DE INTENÇÔES (ANTES DO BOLETO E DO
      *> CDB)
               FD ARQ-INTENCAO-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-INTENCAO-ANT4.DAT".

               01  REG-INTENCAO-ANT.
                   02  IN4-CHAVE.
                       03  IN4-OPERADOR        PIC 9(4).
                       03  IN4-SEQUENCIA       PIC 9(6).
                   02  IN4-TIPO                PIC X(2).
                   02  IN4-CONTA-ORIGEM        PIC 9(7).
                   02  IN4-CONTA-DESTINO       PIC 9(7).
                   02  IN4-VALOR               PIC 9(8)V99.
                   02  IN4-SALDO-ORIGEM-ANTES  PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  IN4-DATA                PIC 9(8).
                   02  IN4-HORA                PIC 9(6).
                   02  IN4-SEQ-ESTORNADA       PIC 9(6).
                   02  IN4-TX-BANCO            PIC 9(3).
                   02  IN4-TX-AGENCIA          PIC 9(4).
                   02  IN4-TX-CONTA            PIC 9(7).

               FD ARQ-AGENCIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENCIA.DAT".

               COPY AGENCIA.

               FD ARQ-CAIXA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CAIXA.DAT".

               COPY CAIXA.

               FD ARQ-CHEQUE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE.DAT".

               COPY CHEQUE.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-COMPROVANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-COMPROVANTE.DAT".

               COPY COMPROV.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-INTENCAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-INTENCAO.DAT".

               COPY INTENCAO.

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

       WORKING-STORAGE SECTION.

                01  ARQ-SYS-OK              PIC X(2).

                01  REG-CHECK.
                    02  ARQ-AG4-OK          PIC X(2).
                    02  ARQ-CX4-OK          PIC X(2).
                    02  ARQ-CH4-OK          PIC X(2).
                    02  ARQ-CL4-OK          PIC X(2).
                    02  ARQ-CP4-OK          PIC X(2).
                    02  ARQ-EM4-OK          PIC X(2).
                    02  ARQ-IN4-OK          PIC X(2).
                    02  ARQ-AGE-OK          PIC X(2).
                    02  ARQ-CXA-OK          PIC X(2).
                    02  ARQ-CHQ-OK          PIC X(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-CPV-OK          PIC X(2).
                    02  ARQ-EMP-OK          PIC X(2).
                    02  ARQ-INT-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 CONVERSAO-VARIABLES.
                    02  W-CONFIRMA              PIC X(1).
                        88  CONFIRMADO          VALUE 'S' 's'.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-AGENCIAS         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CAIXAS           PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CHEQUES          PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CLIENTES         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-COMPROVANTES     PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-EMPRESTIMOS      PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-INTENCOES        PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY "CONVERSAO DE LAYOUT 4: RECRIA AGENCIA, CAIXA,".
                DISPLAY "CHEQUE, CLIENTE, COMPROVANTE, EMPRESTIMO E".
                DISPLAY "INTENCAO A PARTIR DOS ARQUIVOS -ANT4".
                DISPLAY "RENOMEADOS. CONFIRMA (S/N)? ".
                ACCEPT W-CONFIRMA.
                IF NOT CONFIRMADO
                    DISPLAY "CONVERSAO CANCELADA"
                    STOP RUN
                END-IF.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM CONVERTE-AGENCIA.
                PERFORM CONVERTE-CAIXA.
                PERFORM CONVERTE-CHEQUE.
                PERFORM CONVERTE-CLIENTE.
                PERFORM CONVERTE-COMPROVANTE.
                PERFORM CONVERTE-EMPRESTIMO.
                PERFORM CONVERTE-INTENCAO.
                PERFORM LIBERA-JANELA-BATCH.
                DISPLAY "CONVERSAO CONCLUIDA. AGENCIAS: " W-QTDE-AGENCIAS
                        " CAIXAS: " W-QTDE-CAIXAS.
                DISPLAY "CHEQUES: " W-QTDE-CHEQUES
                        " CLIENTES: " W-QTDE-CLIENTES
                        " COMPROVANTES: " W-QTDE-COMPROVANTES.
                DISPLAY "EMPRESTIMOS: " W-QTDE-EMPRESTIMOS
                        " INTENCOES: " W-QTDE-INTENCOES.
                STOP RUN.

            CONVERTE-AGENCIA.
                OPEN INPUT ARQ-AGENCIA-ANT.
                IF ARQ-AG4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-AGENCIA-ANT4.DAT NAO ENCONTRADO, AGENCIAS PULADAS"
                ELSE
                    OPEN OUTPUT ARQ-AGENCIA
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO AG4-COD-AGENCIA
                    START ARQ-AGENCIA-ANT KEY IS NOT LESS THAN AG4-COD-AGENCIA
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UMA-AGENCIA UNTIL FIM-ARQUIVO
                    CLOSE ARQ-AGENCIA-ANT
                    CLOSE ARQ-AGENCIA
                END-IF.

            CONVERTE-UMA-AGENCIA.
                READ ARQ-AGENCIA-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE AG4-COD-AGENCIA TO AGE-COD-AGENCIA
                        MOVE AG4-NOME TO AGE-NOME
                        MOVE AG4-ENDERECO TO AGE-ENDERECO
                        MOVE AG4-STATUS TO AGE-STATUS
                        *> SEM TETO CADASTRADO ATE A TESOURARIA INFORMAR
                        MOVE ZEROS TO AGE-LIMITE-NUMERARIO
                        WRITE REG-AGENCIA
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NA AGENCIA " AGE-COD-AGENCIA
                            NOT INVALID KEY ADD 1 TO W-QTDE-AGENCIAS
                        END-WRITE
                END-READ.

            CONVERTE-CAIXA.
                OPEN INPUT ARQ-CAIXA-ANT.
                IF ARQ-CX4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CAIXA-ANT4.DAT NAO ENCONTRADO, CAIXAS PULADOS"
                ELSE
                    OPEN OUTPUT ARQ-CAIXA
                    MOVE 'N' TO WS-EOF
                    MOVE LOW-VALUES TO CX4-CHAVE
                    START ARQ-CAIXA-ANT KEY IS NOT LESS THAN CX4-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UM-CAIXA UNTIL FIM-ARQUIVO
                    CLOSE ARQ-CAIXA-ANT
                    CLOSE ARQ-CAIXA
                END-IF.

            CONVERTE-UM-CAIXA.
                READ ARQ-CAIXA-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE CX4-OPERADOR TO CXA-OPERADOR
                        MOVE CX4-DATA TO CXA-DATA
                        MOVE CX4-FUNDO-TROCO TO CXA-FUNDO-TROCO
                        MOVE CX4-TOT-DEPOSITOS TO CXA-TOT-DEPOSITOS
                        MOVE CX4-TOT-SAQUES TO CXA-TOT-SAQUES
                        MOVE CX4-STATUS TO CXA-STATUS
                        MOVE CX4-VALOR-DECLARADO TO CXA-VALOR-DECLARADO
                        MOVE CX4-DIFERENCA TO CXA-DIFERENCA
                        *> GAVETA ANTIGA SEM AGENCIA: A TESOURARIA A
                        *> DEIXA DE FORA, COMO A GAVETA ABERTA SEM
                        *> AGENCIA INFORMADA
                        MOVE ZEROS TO CXA-COD-AGENCIA
                        MOVE ZEROS TO CXA-TOT-SUPRIMENTOS
                        MOVE ZEROS TO CXA-TOT-DEVOLUCOES
                        WRITE REG-CAIXA
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NO CAIXA " CXA-CHAVE
                            NOT INVALID KEY ADD 1 TO W-QTDE-CAIXAS
                        END-WRITE
                END-READ.

            CONVERTE-CHEQUE.
                OPEN INPUT ARQ-CHEQUE-ANT.
                IF ARQ-CH4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CHEQUE-ANT4.DAT NAO ENCONTRADO, CHEQUES PULADOS"
                ELSE
                    OPEN OUTPUT ARQ-CHEQUE
                    MOVE 'N' TO WS-EOF
                    MOVE LOW-VALUES TO CH4-CHAVE
                    START ARQ-CHEQUE-ANT KEY IS NOT LESS THAN CH4-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UM-CHEQUE UNTIL FIM-ARQUIVO
                    CLOSE ARQ-CHEQUE-ANT
                    CLOSE ARQ-CHEQUE
                END-IF.

            CONVERTE-UM-CHEQUE.
                READ ARQ-CHEQUE-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE CH4-COD-CONTA TO CHQ-COD-CONTA
                        MOVE CH4-NUMERO TO CHQ-NUMERO
                        MOVE CH4-STATUS TO CHQ-STATUS
                        MOVE CH4-VALOR TO CHQ-VALOR
                        MOVE CH4-DT-EMISSAO TO CHQ-DT-EMISSAO
                        MOVE CH4-DT-COMPENSACAO TO CHQ-DT-COMPENSACAO
                        *> NO LAYOUT ANTERIOR NENHUM CHEQUE VOLTAVA POR
                        *> FALTA DE FUNDOS
                        MOVE ZEROS TO CHQ-QTDE-DEVOLUCOES
                        MOVE SPACES TO CHQ-MOTIVO-DEV1
                        MOVE ZEROS TO CHQ-DT-DEV1
                        MOVE SPACES TO CHQ-MOTIVO-DEV2
                        MOVE ZEROS TO CHQ-DT-DEV2
                        WRITE REG-CHEQUE
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NO CHEQUE " CHQ-CHAVE
                            NOT INVALID KEY ADD 1 TO W-QTDE-CHEQUES
                        END-WRITE
                END-READ.

            CONVERTE-CLIENTE.
                OPEN INPUT ARQ-CLIENTE-ANT.
                IF ARQ-CL4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CLIENTE-ANT4.DAT NAO ENCONTRADO, CLIENTES PULADOS"
                ELSE
                    OPEN OUTPUT ARQ-CLIENTE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CL4-CPF
                    START ARQ-CLIENTE-ANT KEY IS NOT LESS THAN CL4-CPF
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UM-CLIENTE UNTIL FIM-ARQUIVO
                    CLOSE ARQ-CLIENTE-ANT
                    CLOSE ARQ-CLIENTE
                END-IF.

            CONVERTE-UM-CLIENTE.
                READ ARQ-CLIENTE-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE CL4-CPF TO CLI-CPF
                        MOVE CL4-NOME TO CLI-NOME
                        MOVE CL4-EMAIL TO CLI-EMAIL
                        MOVE CL4-TELEFONE TO CLI-TELEFONE
                        *> DADOS CADASTRAIS A COLHER NA PRIMEIRA
                        *> REVISÂO; SEM DATA DE REVISÂO O CLIENTE JA
                        *> ENTRA VENCIDO NO CONTA-RECADASTRO
                        MOVE SPACES TO CLI-ENDERECO
                        MOVE ZEROS TO CLI-CEP
                        MOVE ZEROS TO CLI-DT-NASCIMENTO
                        MOVE ZEROS TO CLI-RENDA-DECLARADA
                        MOVE ZEROS TO CLI-DT-ULT-REVISAO
                        MOVE SPACES TO CLI-SITUACAO-CADASTRO
                        MOVE ZEROS TO CLI-DT-LEMBRETE
                        MOVE ZEROS TO CLI-GERENTE
                        WRITE REG-CLIENTE
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NO CLIENTE " CLI-CPF
                            NOT INVALID KEY ADD 1 TO W-QTDE-CLIENTES
                        END-WRITE
                END-READ.

            CONVERTE-COMPROVANTE.
                OPEN INPUT ARQ-COMPROVANTE-ANT.
                IF ARQ-CP4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-COMPROVANTE-ANT4.DAT NAO ENCONTRADO, COMPROVANTES PULADOS"
                ELSE
                    OPEN OUTPUT ARQ-COMPROVANTE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CP4-NUMERO
                    START ARQ-COMPROVANTE-ANT KEY IS NOT LESS THAN CP4-NUMERO
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UM-COMPROVANTE UNTIL FIM-ARQUIVO
                    CLOSE ARQ-COMPROVANTE-ANT
                    CLOSE ARQ-COMPROVANTE
                END-IF.

            CONVERTE-UM-COMPROVANTE.
                READ ARQ-COMPROVANTE-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE CP4-NUMERO TO CPV-NUMERO
                        MOVE CP4-DATA TO CPV-DATA
                        MOVE CP4-HORA TO CPV-HORA
                        MOVE CP4-OPERACAO TO CPV-OPERACAO
                        MOVE CP4-COD-CONTA TO CPV-COD-CONTA
                        MOVE CP4-VALOR TO CPV-VALOR
                        MOVE CP4-SALDO-ATUAL TO CPV-SALDO-ATUAL
                        MOVE CP4-OPERADOR TO CPV-OPERADOR
                        *> NUNCA REIMPRESSO
                        MOVE ZEROS TO CPV-QTDE-REIMPRESSOES
                        MOVE ZEROS TO CPV-OPERADOR-REIMPRESSAO
                        MOVE ZEROS TO CPV-DT-ULT-REIMPRESSAO
                        WRITE REG-COMPROVANTE
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NO COMPROVANTE " CPV-NUMERO
                            NOT INVALID KEY ADD 1 TO W-QTDE-COMPROVANTES
                        END-WRITE
                END-READ.

            CONVERTE-EMPRESTIMO.
                OPEN INPUT ARQ-EMPRESTIMO-ANT.
                IF ARQ-EM4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-EMPRESTIMO-ANT4.DAT NAO ENCONTRADO, EMPRESTIMOS PULADOS"
                ELSE
                    OPEN OUTPUT ARQ-EMPRESTIMO
                    MOVE 'N' TO WS-EOF
                    MOVE LOW-VALUES TO EM4-CHAVE
                    START ARQ-EMPRESTIMO-ANT KEY IS NOT LESS THAN EM4-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UM-EMPRESTIMO UNTIL FIM-ARQUIVO
                    CLOSE ARQ-EMPRESTIMO-ANT
                    CLOSE ARQ-EMPRESTIMO
                END-IF.

            CONVERTE-UM-EMPRESTIMO.
                READ ARQ-EMPRESTIMO-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE EM4-COD-CONTA TO EMP-COD-CONTA
                        MOVE EM4-SEQUENCIA TO EMP-SEQUENCIA
                        MOVE EM4-PRINCIPAL TO EMP-PRINCIPAL
                        MOVE EM4-TAXA-MENSAL TO EMP-TAXA-MENSAL
                        MOVE EM4-QTDE-PARCELAS TO EMP-QTDE-PARCELAS
                        MOVE EM4-VALOR-PARCELA TO EMP-VALOR-PARCELA
                        MOVE EM4-PARCELAS-PAGAS TO EMP-PARCELAS-PAGAS
                        MOVE EM4-PARCELAS-ATRASO TO EMP-PARCELAS-ATRASO
                        MOVE EM4-DIA-VENCIMENTO TO EMP-DIA-VENCIMENTO
                        MOVE EM4-STATUS TO EMP-STATUS
                        MOVE EM4-DT-CONTRATACAO TO EMP-DT-CONTRATACAO
                        MOVE EM4-DT-ULT-COBRANCA TO EMP-DT-ULT-COBRANCA
                        *> O LAYOUT ANTERIOR SO CONHECIA O EMPRESTIMO
                        *> PESSOAL, COBRADO INTEIRO EM CONTA
                        MOVE 'P' TO EMP-TIPO
                        MOVE ZEROS TO EMP-MATRICULA
                        MOVE ZEROS TO EMP-RESIDUO-FOLHA
                        WRITE REG-EMPRESTIMO
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NO EMPRESTIMO " EMP-CHAVE
                            NOT INVALID KEY ADD 1 TO W-QTDE-EMPRESTIMOS
                        END-WRITE
                END-READ.

            CONVERTE-INTENCAO.
                OPEN INPUT ARQ-INTENCAO-ANT.
                IF ARQ-IN4-OK NOT EQUAL "00"
                    DISPLAY "ARQ-INTENCAO-ANT4.DAT NAO ENCONTRADO, INTENCOES PULADAS"
                ELSE
                    OPEN OUTPUT ARQ-INTENCAO
                    MOVE 'N' TO WS-EOF
                    MOVE LOW-VALUES TO IN4-CHAVE
                    START ARQ-INTENCAO-ANT KEY IS NOT LESS THAN IN4-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UMA-INTENCAO UNTIL FIM-ARQUIVO
                    CLOSE ARQ-INTENCAO-ANT
                    CLOSE ARQ-INTENCAO
                END-IF.

            CONVERTE-UMA-INTENCAO.
                READ ARQ-INTENCAO-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE IN4-OPERADOR TO INT-OPERADOR
                        MOVE IN4-SEQUENCIA TO INT-SEQUENCIA
                        MOVE IN4-TIPO TO INT-TIPO
                        MOVE IN4-CONTA-ORIGEM TO INT-CONTA-ORIGEM
                        MOVE IN4-CONTA-DESTINO TO INT-CONTA-DESTINO
                        MOVE IN4-VALOR TO INT-VALOR
                        MOVE IN4-SALDO-ORIGEM-ANTES TO INT-SALDO-ORIGEM-ANTES
                        MOVE IN4-DATA TO INT-DATA
                        MOVE IN4-HORA TO INT-HORA
                        MOVE IN4-SEQ-ESTORNADA TO INT-SEQ-ESTORNADA
                        MOVE IN4-TX-BANCO TO INT-TX-BANCO
                        MOVE IN4-TX-AGENCIA TO INT-TX-AGENCIA
                        MOVE IN4-TX-CONTA TO INT-TX-CONTA
                        *> O LAYOUT ANTERIOR NÂO TINHA INTENÇÂO DE
                        *> BOLETO NEM DE CDB
                        MOVE SPACES TO INT-BOL-BARRAS
                        MOVE ZEROS TO INT-CDB-SEQUENCIA
                        WRITE REG-INTENCAO
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NA INTENCAO " INT-CHAVE
                            NOT INVALID KEY ADD 1 TO W-QTDE-INTENCOES
                        END-WRITE
                END-READ.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA ENQUANTO OS ARQUIVOS SÂO RECONSTRUIDOS
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CONVERSAO4" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CONVERSAO4" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

       END PROGRAM CONTA-CONVERSAO4.
