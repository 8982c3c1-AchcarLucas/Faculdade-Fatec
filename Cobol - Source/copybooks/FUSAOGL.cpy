      *> LAYOUT DO REGISTRO DE TRANSFERENCIA DE SALDO ENTRE AGENCIAS
      *> POR FUSÂO (ARQ-FUSAO-GL.DAT): GRAVADO PELO JOB
      *> CONTA-FUSAO-AGENCIA AO CONCLUIR A MIGRAÇÂO DAS CONTAS E LIDO
      *> PELO CONTA-FECHAMENTO DO MESMO DIA, QUE LANÇA NA INTERFACE DO
      *> RAZÂO O PAR DEBITO NA AGENCIA DE ORIGEM / CREDITO NA DE DESTINO
      *> PARA O SALDO MIGRADO
           01   REG-FUSAO-GL.
               02  FGL-DATA.
                   03  FGL-DATA-ANO        PIC 9(04).
                   03  FGL-DATA-MES        PIC 9(02).
                   03  FGL-DATA-DIA        PIC 9(02).
               02  FGL-AGENCIA-ORIGEM      PIC 9(4).
               02  FGL-AGENCIA-DESTINO     PIC 9(4).
               02  FGL-QTDE-CONTAS         PIC 9(6).
               02  FGL-SALDO               PIC S9(12)V99 SIGN IS LEADING SEPARATE CHARACTER.
