      *> LAYOUT DO CASO DE SUSPEITA DE FRAUDE (ARQ-CASO-FRAUDE.DAT):
      *> ABERTO PELO JOB DE REGRAS CONTA-VELOCIDADE SOBRE OS MOVIMENTOS
      *> DO DIA, UM POR MOVIMENTO E REGRA QUE DISPAROU (A CHAVE REPETE
      *> A DO EXTRATO, ENTÂO RODAR O JOB DE NOVO NO MESMO DIA NÂO
      *> DUPLICA CASO). O RETAGUARDA ENCERRA O CASO NO CAIXA COMO
      *> LEGITIMO OU FRAUDE CONFIRMADA
           01   REG-CASO.
               02  CAS-CHAVE.
                   03  CAS-COD-CONTA       PIC 9(7).
                   03  CAS-SEQUENCIA       PIC 9(6).
                   03  CAS-REGRA           PIC X(2).
      *> SAQUES DEMAIS EM POUCOS MINUTOS
                       88  CAS-REGRA-SAQUES    VALUE 'SQ'.
      *> TRANSFERENCIA LOGO APOS TROCA DE EMAIL OU TELEFONE
                       88  CAS-REGRA-CONTATO   VALUE 'CT'.
      *> DEBITO MUITAS VEZES MAIOR QUE A MEDIA RECENTE DA CONTA
                       88  CAS-REGRA-VALOR     VALUE 'VM'.
      *> PRIMEIRO MOVIMENTO DEPOIS DA REATIVAÇÂO DE CONTA DORMENTE
                       88  CAS-REGRA-DORMENTE  VALUE 'DO'.
               02  CAS-COD-AGENCIA         PIC 9(4).
               02  CAS-TIPO-MOV            PIC X(2).
               02  CAS-VALOR               PIC 9(8)V99.
               02  CAS-DATA.
                   03  CAS-DATA-ANO        PIC 9(04).
                   03  CAS-DATA-MES        PIC 9(02).
                   03  CAS-DATA-DIA        PIC 9(02).
               02  CAS-HORA.
                   03  CAS-HORA-HH         PIC 9(02).
                   03  CAS-HORA-MM         PIC 9(02).
                   03  CAS-HORA-SS         PIC 9(02).
               02  CAS-DETALHE             PIC X(40).
               02  CAS-STATUS              PIC X(1).
                   88  CAS-ABERTO          VALUE 'A'.
                   88  CAS-LEGITIMO        VALUE 'L'.
                   88  CAS-FRAUDE          VALUE 'F'.
      *> DATA E SUPERVISOR DO ENCERRAMENTO; ZEROS NO CASO ABERTO
               02  CAS-DT-ENCERRAMENTO.
                   03  CAS-ENCERRA-ANO     PIC 9(04).
                   03  CAS-ENCERRA-MES     PIC 9(02).
                   03  CAS-ENCERRA-DIA     PIC 9(02).
               02  CAS-OPERADOR-DECISAO    PIC 9(4).
