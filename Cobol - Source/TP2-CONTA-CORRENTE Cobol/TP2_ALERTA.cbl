      *> CUJO SALDO DEVEDOR (W-SALDO NEGATIVO) JA ULTRAPASSOU O LIMITE
      *> DE CHEQUE ESPECIAL (W-LIMITE) CONTRATADO. GRAVA CHECKPOINT A
      *> CADA N REGISTROS PROCESSADOS PARA PERMITIR RESTART.
      *> CADA CONTA LISTADA VAI TAMBEM PARA A CARTEIRA DO GERENTE DE
      *> RELACIONAMENTO DO TITULAR (ARQ-CARTEIRA-ITEM.DAT), QUE O
      *> CONTA-CARTEIRA LISTA NA SEÇÂO DO GERENTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       RECORD KEY IS AGE-COD-AGENCIA
                       FILE STATUS ARQ-AGE-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-CARTEIRA-ITEM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS ITM-CHAVE
                       ALTERNATE RECORD KEY IS ITM-GERENTE WITH DUPLICATES
                       FILE STATUS ARQ-ITM-OK.

                   SELECT ARQ-ALERTA ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ALT-OK.

               COPY AGENCIA.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-CARTEIRA-ITEM LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-ITEM.DAT".

               COPY CARTITEM.

               FD ARQ-ALERTA LABEL RECORDS STANDARD.

               01  REG-ALERTA                  PIC X(140).
                    02  ARQ-ALT-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-AGE-OK          PIC X(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-ITM-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                        88  RETOMA-MESMO-DIA    VALUE 'S'.
                    02  WS-TEM-CADASTRO         PIC X(1) VALUE 'N'.
                        88  TEM-CADASTRO-AGENCIA VALUE 'S'.
                    02  WS-TEM-CLIENTE          PIC X(1) VALUE 'N'.
                        88  TEM-CADASTRO-CLIENTE VALUE 'S'.
                    02  WS-EOF-ITEM             PIC X(1) VALUE 'N'.
                        88  FIM-ITENS           VALUE 'S'.
                    02  W-GERENTE-CONTA         PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

                ELSE
                    OPEN OUTPUT ARQ-ALERTA
                END-IF.
                *> SEM O CADASTRO DE CLIENTES TODA CONTA VAI PARA A SEÇÂO
                *> SEM GERENTE DA CARTEIRA
                OPEN INPUT ARQ-CLIENTE.
                IF ARQ-CLI-OK EQUAL "00"
                    MOVE 'S' TO WS-TEM-CLIENTE
                END-IF.
                OPEN I-O ARQ-CARTEIRA-ITEM.
                *> EXECUÇÂO NOVA: OS ALERTAS DA EXECUÇÂO ANTERIOR SAEM DAS
                *> CARTEIRAS; NUM RESTART FICAM OS JA GRAVADOS HOJE
                IF NOT RETOMA-MESMO-DIA
                    PERFORM LIMPA-ITENS-CARTEIRA
                END-IF.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR E FOR DE HOJE, PARA SABER ONDE
           *> RETOMAR; UM CHECKPOINT DE UM DIA ANTERIOR (JOB JA CONCLUIDO) NÂO
                    INTO REG-ALERTA.
                WRITE REG-ALERTA.
                ADD 1 TO W-QTDE-LINHAS-REL.
                PERFORM GRAVA-ITEM-CARTEIRA.

           *> ENDEREÇA A LINHA DO ALERTA AO GERENTE DO TITULAR DA CONTA;
           *> NUM RESTART A CONTA JA GRAVADA E SO REGRAVADA
           GRAVA-ITEM-CARTEIRA.
                PERFORM LOCALIZA-GERENTE.
                MOVE "AL" TO ITM-ORIGEM.
                MOVE COD-CONTA TO ITM-COD-CONTA.
                MOVE ZEROS TO ITM-REFERENCIA.
                MOVE W-GERENTE-CONTA TO ITM-GERENTE.
                MOVE COD-AGENCIA TO ITM-COD-AGENCIA.
                MOVE CPF TO ITM-CPF.
                MOVE DATE-TIME TO ITM-DATA.
                MOVE REG-ALERTA TO ITM-TEXTO.
                WRITE REG-CARTEIRA-ITEM
                    INVALID KEY
                        REWRITE REG-CARTEIRA-ITEM
                            INVALID KEY DISPLAY "ERRO AO GRAVAR ITEM DE CARTEIRA DA CONTA " COD-CONTA
                        END-REWRITE
                END-WRITE.

           *> GERENTE DE RELACIONAMENTO DO TITULAR DA CONTA LIDA; CONTA DE
           *> EMPRESA (CPF ZERADO) OU CLIENTE FORA DO CADASTRO FICA SEM
           *> GERENTE
           LOCALIZA-GERENTE.
                MOVE ZEROS TO W-GERENTE-CONTA.
                IF TEM-CADASTRO-CLIENTE AND CPF NOT EQUAL ZEROS
                    MOVE CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE CLI-GERENTE TO W-GERENTE-CONTA
                    END-READ
                END-IF.

           *> APAGA OS ITENS DE ALERTA DE TODAS AS CARTEIRAS (A CHAVE
           *> COMEÇA PELA ORIGEM, ENTÂO ELES ESTÂO JUNTOS)
           LIMPA-ITENS-CARTEIRA.
                MOVE "AL" TO ITM-ORIGEM.
                MOVE ZEROS TO ITM-COD-CONTA.
                MOVE ZEROS TO ITM-REFERENCIA.
                MOVE 'N' TO WS-EOF-ITEM.
                START ARQ-CARTEIRA-ITEM KEY IS NOT LESS THAN ITM-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF-ITEM
                END-START.
                PERFORM UNTIL FIM-ITENS
                    READ ARQ-CARTEIRA-ITEM NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF-ITEM
                        NOT AT END
                            IF NOT ITM-ALERTA
                                MOVE 'S' TO WS-EOF-ITEM
                            ELSE
                                DELETE ARQ-CARTEIRA-ITEM RECORD
                                    INVALID KEY DISPLAY "ERRO AO APAGAR ITEM DE CARTEIRA DA CONTA " ITM-COD-CONTA
                                END-DELETE
                            END-IF
                    END-READ
                END-PERFORM.

           *> NOME DA AGENCIA DA CONTA ATUAL; SEM CADASTRO OU AGENCIA NÂO
           *> CADASTRADA, O NOME SAI EM BRANCO
            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-ALERTA.
                CLOSE ARQ-CARTEIRA-ITEM.
                IF TEM-CADASTRO-CLIENTE
                    CLOSE ARQ-CLIENTE
                END-IF.
                IF TEM-CADASTRO-AGENCIA
                    CLOSE ARQ-AGENCIA
                END-IF.
