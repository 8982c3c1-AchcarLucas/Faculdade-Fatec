      *> (DESPACHADA), ENTÂO RERODAR NÂO DUPLICA ENVIO. CLIENTE SEM
      *> CADASTRO OU SEM NENHUM CONTATO E CONTADO E MARCADO 'D' MESMO
      *> ASSIM (A AGENCIA VE PELA CONTAGEM QUE PRECISA TELEFONAR).
      *> CONTA DE EMPRESA CHEGA COM CPF ZERADO: O CONTATO VEM DO
      *> CADASTRO DA EMPRESA (ARQ-EMPRESA.DAT), PELO CNPJ DA CONTA.
      *> RETOMANDO NO MESMO DIA OS EXTRATOS SÂO ANEXADOS, NÂO TRUNCADOS.

       ENVIRONMENT DIVISION.
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PJ-CNPJ
                       FILE STATUS ARQ-PJ-OK.

                   SELECT ARQ-EMAIL ASSIGN TO "ARQ-NOTIF-EMAIL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-EML-OK.

               COPY CLIENTE.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

               FD ARQ-EMAIL LABEL RECORDS STANDARD.

               01  REG-EMAIL                   PIC X(120).
                01  REG-CHECK.
                    02  ARQ-NOT-OK          PIC X(2).
                    02  ARQ-CLI-OK          PIC 9(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-PJ-OK           PIC 9(2).
                    02  ARQ-EML-OK          PIC X(2).
                    02  ARQ-SMS-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                01 DESPACHO-VARIABLES.
                    02  W-CLI-FOUND             PIC X(1).
                        88  ACHOU-CLIENTE       VALUE 'S'.
                    02  W-NOT-EMAIL             PIC X(40).
                    02  W-NOT-TELEFONE          PIC X(15).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
            OPEN-FILES.
                OPEN I-O ARQ-NOTIFICACAO.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-EMPRESA.
                *> RETOMANDO O MESMO DIA: ANEXA AOS EXTRATOS JA GRAVADOS
                *> ANTES DO RESTART EM VEZ DE TRUNCAR O QUE JA SAIU
                IF RETOMA-MESMO-DIA
           *> ENTRADA PASSA A 'D' PARA A RERODADA NÂO DUPLICAR
           DESPACHA-NOTIFICACAO.
                MOVE SPACE TO W-CLI-FOUND.
                MOVE SPACES TO W-NOT-EMAIL.
                MOVE SPACES TO W-NOT-TELEFONE.
                IF NOT-CPF EQUAL ZEROS
                    PERFORM BUSCA-CONTATO-EMPRESA
                ELSE
                    MOVE NOT-CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE 'S' TO W-CLI-FOUND
                            MOVE CLI-EMAIL TO W-NOT-EMAIL
                            MOVE CLI-TELEFONE TO W-NOT-TELEFONE
                    END-READ
                END-IF.
                IF ACHOU-CLIENTE AND W-NOT-EMAIL NOT EQUAL SPACES
                    PERFORM GRAVA-LINHA-EMAIL
                ELSE
                  IF ACHOU-CLIENTE AND W-NOT-TELEFONE NOT EQUAL SPACES
                    PERFORM GRAVA-LINHA-SMS
                  ELSE
                    ADD 1 TO W-QTDE-SEM-CONTATO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR NOTIFICACAO " NOT-CHAVE
                END-REWRITE.

           *> NOTIFICAÇÂO SEM CPF: A CONTA DIZ SE O TITULAR E EMPRESA E O
           *> CADASTRO DA EMPRESA DA O CONTATO
           BUSCA-CONTATO-EMPRESA.
                MOVE NOT-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY MOVE 23 TO ARQ-OK
                END-READ.
                IF ARQ-OK EQUAL ZEROS AND TITULAR-PJ
                    MOVE CNPJ TO PJ-CNPJ
                    READ ARQ-EMPRESA
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE 'S' TO W-CLI-FOUND
                            MOVE PJ-EMAIL TO W-NOT-EMAIL
                            MOVE PJ-TELEFONE TO W-NOT-TELEFONE
                    END-READ
                END-IF.

            GRAVA-LINHA-EMAIL.
                ADD 1 TO W-QTDE-EMAIL.
                MOVE SPACES TO REG-EMAIL.
                STRING W-NOT-EMAIL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOT-EVENTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
            GRAVA-LINHA-SMS.
                ADD 1 TO W-QTDE-SMS.
                MOVE SPACES TO REG-SMS.
                STRING W-NOT-TELEFONE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOT-EVENTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
            CLOSE-FILES.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EMPRESA.
                CLOSE ARQ-EMAIL.
                CLOSE ARQ-SMS.

