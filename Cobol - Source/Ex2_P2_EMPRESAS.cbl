                   02 EMP-COD             PIC 9(03).
                   02 EMP-NOME            PIC X(30).
                   02 EMP-CONTATO         PIC X(30).
                   02 EMP-COD-CONTA       PIC 9(07).
                   02 EMP-DV              PIC 9(01).
                   02 EMP-DEBITO-AUT      PIC X(01).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

