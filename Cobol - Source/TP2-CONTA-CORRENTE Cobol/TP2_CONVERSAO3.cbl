       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CONVERSAO3.

      *> TERCEIRA CONVERSÂO UNICA DE LAYOUT: O REGISTRO DE CONTA GANHOU
      *> TIPO DO TITULAR E CNPJ (180 PARA 195 BYTES) PARA AS CONTAS DE
      *> PESSOA JURIDICA, E O CADASTRO DE EMITENTES SEM FUNDOS GANHOU O
      *> CNPJ DO EMITENTE; OS ARQUIVOS INDEXADOS DE PRODUÇÂO NO LAYOUT
      *> ANTERIOR NÂO ABREM NOS PROGRAMAS NOVOS E PRECISAM SER
      *> REGRAVADOS ANTES DO PRIMEIRO USO. O EXTRATO NÂO MUDOU NESTA
      *> VIRADA E FICA COMO ESTA; ARQ-EMPRESA.DAT E
      *> ARQ-REPRESENTANTE.DAT NASCEM VAZIOS NA PRIMEIRA ABERTURA DO
      *> PROGRAM1. PROCEDIMENTO DE VIRADA:
      *>   1. COM TUDO PARADO, RENOMEIE ARQ-BANCO.DAT PARA
      *>      ARQ-BANCO-ANT3.DAT E ARQ-CCF.DAT PARA ARQ-CCF-ANT3.DAT;
      *>   2. EXECUTE ESTE PROGRAMA E CONFIRME COM 'S': ELE LE OS DOIS
      *>      ARQUIVOS RENOMEADOS E RECRIA OS DOIS NOVOS NO LAYOUT
      *>      ATUAL, COM TITULAR 'F' (SO EXISTIA PESSOA FISICA) E CNPJ
      *>      ZERADO — EXATAMENTE OS VALORES QUE OS PROGRAMAS NOVOS JA
      *>      ASSUMEM PARA REGISTRO ANTIGO;
      *>   3. CONFIRA AS CONTAGENS EXIBIDAS CONTRA O VOLUME ESPERADO.
      *> RERODAR E SEGURO: OS ARQUIVOS NOVOS SÂO RECRIADOS DO ZERO A
      *> CADA EXECUÇÂO. OS BACKUPS DATADOS ANTERIORES A VIRADA
      *> PERMANECEM NO LAYOUT ANTIGO; O PRIMEIRO CONTA-BACKUP APOS A
      *> VIRADA JA GERA BACKUP NOVO RESTAURAVEL POR CONTA-RESTORE.
      *> ARQUIVOS EM LAYOUTS MAIS ANTIGOS PASSAM ANTES, NA ORDEM, POR
      *> CONTA-CONVERSAO E CONTA-CONVERSAO2.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-BANCO-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BA3-COD-CONTA
                       ALTERNATE RECORD KEY IS BA3-CPF WITH DUPLICATES
                       FILE STATUS ARQ-BA3-OK.

                   SELECT ARQ-CCF-ANT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CC3-CHAVE
                       FILE STATUS ARQ-CC3-OK.

                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-CCF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CCF-CHAVE
                       FILE STATUS ARQ-CCF-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

       DATA DIVISION.

           FILE SECTION.
      *> LAYOUT ANTERIOR DA CONTA CORRENTE (ANTES DO TIPO DO TITULAR
      *> E DO CNPJ)
               FD ARQ-BANCO-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO-ANT3.DAT".

               01  REG-BANCO-ANT.
                   02  BA3-REG-INDEX           PIC 99.
                   02  BA3-CPF                 PIC 99999999999.
                   02  BA3-COD-AGENCIA         PIC 9(4).
                   02  BA3-COD-CONTA           PIC 9(7).
                   02  BA3-NOME                PIC X(32).
                   02  BA3-SALDO               PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  BA3-LIMITE              PIC 9(8)V99.
                   02  BA3-LIMITE-SAQUE-DIA    PIC 9(8)V99.
                   02  BA3-STATUS              PIC X(01).
                   02  BA3-EMAIL               PIC X(40).
                   02  BA3-TELEFONE            PIC X(15).
                   02  BA3-DT-ABERTURA         PIC 9(8).
                   02  BA3-DT-ULT-MODIF        PIC 9(8).
                   02  BA3-ULT-EXT-SEQ         PIC 9(6).
                   02  BA3-TIPO-CONTA          PIC X(01).
                   02  BA3-CPF2                PIC 9(11).
                   02  BA3-DV                  PIC 9(1).
                   02  BA3-PACOTE              PIC 9(2).

      *> LAYOUT ANTERIOR DO CADASTRO DE EMITENTES SEM FUNDOS (ANTES DO
      *> CNPJ DO EMITENTE)
               FD ARQ-CCF-ANT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CCF-ANT3.DAT".

               01  REG-CCF-ANT.
                   02  CC3-CHAVE.
                       03  CC3-CPF             PIC 9(11).
                       03  CC3-COD-CONTA       PIC 9(7).
                       03  CC3-NUMERO-CHEQUE   PIC 9(6).
                   02  CC3-COD-AGENCIA         PIC 9(4).
                   02  CC3-VALOR               PIC 9(8)V99.
                   02  CC3-MOTIVO              PIC X(2).
                   02  CC3-STATUS              PIC X(1).
                   02  CC3-DT-INCLUSAO         PIC 9(8).
                   02  CC3-DT-EXCLUSAO         PIC 9(8).
                   02  CC3-OPERADOR-EXCLUSAO   PIC 9(4).
                   02  CC3-ENVIO-INCLUSAO      PIC X(1).
                   02  CC3-ENVIO-EXCLUSAO      PIC X(1).

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-CCF LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CCF.DAT".

               COPY CCF.

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

       WORKING-STORAGE SECTION.

                01  ARQ-SYS-OK              PIC X(2).

                01  REG-CHECK.
                    02  ARQ-BA3-OK          PIC X(2).
                    02  ARQ-CC3-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CCF-OK          PIC X(2).

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
                    02  W-QTDE-CONTAS           PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CCF              PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                DISPLAY "CONVERSAO DE LAYOUT 3: RECRIA ARQ-BANCO.DAT E".
                DISPLAY "ARQ-CCF.DAT A PARTIR DOS ARQUIVOS -ANT3".
                DISPLAY "RENOMEADOS. CONFIRMA (S/N)? ".
                ACCEPT W-CONFIRMA.
                IF NOT CONFIRMADO
                    DISPLAY "CONVERSAO CANCELADA"
                    STOP RUN
                END-IF.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM CONVERTE-BANCO.
                PERFORM CONVERTE-CCF.
                PERFORM LIBERA-JANELA-BATCH.
                DISPLAY "CONVERSAO CONCLUIDA. CONTAS: " W-QTDE-CONTAS
                        " REGISTROS CCF: " W-QTDE-CCF.
                STOP RUN.

            CONVERTE-BANCO.
                OPEN INPUT ARQ-BANCO-ANT.
                IF ARQ-BA3-OK NOT EQUAL "00"
                    DISPLAY "ARQ-BANCO-ANT3.DAT NAO ENCONTRADO, CONTAS PULADAS"
                ELSE
                    OPEN OUTPUT ARQ-BANCO
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO BA3-COD-CONTA
                    START ARQ-BANCO-ANT KEY IS NOT LESS THAN BA3-COD-CONTA
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UMA-CONTA UNTIL FIM-ARQUIVO
                    CLOSE ARQ-BANCO-ANT
                    CLOSE ARQ-BANCO
                END-IF.

            CONVERTE-UMA-CONTA.
                READ ARQ-BANCO-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE BA3-REG-INDEX TO REG-INDEX
                        MOVE BA3-CPF TO CPF
                        MOVE BA3-COD-AGENCIA TO COD-AGENCIA
                        MOVE BA3-COD-CONTA TO COD-CONTA
                        MOVE BA3-NOME TO W-NOME
                        MOVE BA3-SALDO TO W-SALDO
                        MOVE BA3-LIMITE TO W-LIMITE
                        MOVE BA3-LIMITE-SAQUE-DIA TO W-LIMITE-SAQUE-DIA
                        MOVE BA3-STATUS TO W-STATUS
                        MOVE BA3-EMAIL TO W-EMAIL
                        MOVE BA3-TELEFONE TO W-TELEFONE
                        MOVE BA3-DT-ABERTURA TO DT-ABERTURA
                        MOVE BA3-DT-ULT-MODIF TO DT-ULT-MODIF
                        MOVE BA3-ULT-EXT-SEQ TO W-ULT-EXT-SEQ
                        MOVE BA3-TIPO-CONTA TO W-TIPO-CONTA
                        MOVE BA3-CPF2 TO CPF2
                        MOVE BA3-DV TO W-DV
                        MOVE BA3-PACOTE TO W-PACOTE
                        *> O LAYOUT ANTERIOR SO CONHECIA PESSOA FISICA
                        MOVE 'F' TO W-TIPO-TITULAR
                        MOVE ZEROS TO CNPJ
                        WRITE REG-BANCO
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NA CONTA " COD-CONTA
                            NOT INVALID KEY ADD 1 TO W-QTDE-CONTAS
                        END-WRITE
                END-READ.

            CONVERTE-CCF.
                OPEN INPUT ARQ-CCF-ANT.
                IF ARQ-CC3-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CCF-ANT3.DAT NAO ENCONTRADO, CCF PULADO"
                ELSE
                    OPEN OUTPUT ARQ-CCF
                    MOVE 'N' TO WS-EOF
                    MOVE LOW-VALUES TO CC3-CHAVE
                    START ARQ-CCF-ANT KEY IS NOT LESS THAN CC3-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM CONVERTE-UM-CCF UNTIL FIM-ARQUIVO
                    CLOSE ARQ-CCF-ANT
                    CLOSE ARQ-CCF
                END-IF.

            CONVERTE-UM-CCF.
                READ ARQ-CCF-ANT NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE CC3-CPF TO CCF-CPF
                        MOVE CC3-COD-CONTA TO CCF-COD-CONTA
                        MOVE CC3-NUMERO-CHEQUE TO CCF-NUMERO-CHEQUE
                        MOVE CC3-COD-AGENCIA TO CCF-COD-AGENCIA
                        MOVE CC3-VALOR TO CCF-VALOR
                        MOVE CC3-MOTIVO TO CCF-MOTIVO
                        MOVE CC3-STATUS TO CCF-STATUS
                        MOVE CC3-DT-INCLUSAO TO CCF-DT-INCLUSAO
                        MOVE CC3-DT-EXCLUSAO TO CCF-DT-EXCLUSAO
                        MOVE CC3-OPERADOR-EXCLUSAO TO CCF-OPERADOR-EXCLUSAO
                        MOVE CC3-ENVIO-INCLUSAO TO CCF-ENVIO-INCLUSAO
                        MOVE CC3-ENVIO-EXCLUSAO TO CCF-ENVIO-EXCLUSAO
                        *> TODO EMITENTE DO LAYOUT ANTERIOR ERA PESSOA
                        *> FISICA
                        MOVE ZEROS TO CCF-CNPJ
                        WRITE REG-CCF
                            INVALID KEY DISPLAY "CHAVE DUPLICADA NO CCF " CCF-CHAVE
                            NOT INVALID KEY ADD 1 TO W-QTDE-CCF
                        END-WRITE
                END-READ.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA ENQUANTO OS ARQUIVOS SÂO RECONSTRUIDOS
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CONVERSAO3" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CONVERSAO3" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

       END PROGRAM CONTA-CONVERSAO3.
