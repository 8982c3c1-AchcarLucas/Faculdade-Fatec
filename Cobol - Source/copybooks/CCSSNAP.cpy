      *> LAYOUT DA FOTOGRAFIA DE CONTAS DO CCS (ARQ-CCS-SNAPSHOT.DAT,
      *> EM ORDEM DE COD-CONTA): OS TITULARES E A SITUAÇÂO DE CADA
      *> CONTA NA ULTIMA REMESSA ACEITA PELO BANCO CENTRAL. O
      *> CONTA-CCS COMPARA ARQ-BANCO COM ELA PARA ACHAR OS INICIOS E
      *> FINS DE RELACIONAMENTO DO MES E GRAVA A FOTOGRAFIA NOVA EM
      *> ARQ-CCS-SNAPSHOT-NOVO.DAT; SO O CONTA-CCS-RETORNO, COM O
      *> ARQUIVO ACEITO, A PROMOVE A VIGENTE
           01   REG-CCS-SNAPSHOT.
               02  SNP-COD-CONTA           PIC 9(7).
               02  SNP-COD-AGENCIA         PIC 9(4).
               02  SNP-DV                  PIC 9(1).
               02  SNP-STATUS              PIC X(01).
                   88  SNP-ENCERRADA       VALUE 'F'.
               02  SNP-TIPO-TITULAR        PIC X(01).
                   88  SNP-TITULAR-PJ      VALUE 'J'.
               02  SNP-CPF                 PIC 9(11).
               02  SNP-CPF2                PIC 9(11).
               02  SNP-CNPJ                PIC 9(14).
               02  SNP-DT-ABERTURA         PIC 9(8).
