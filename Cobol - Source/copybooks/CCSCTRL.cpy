      *> LAYOUT DO CONTROLE DA REMESSA DO CCS (ARQ-CCS-CONTROLE.DAT,
      *> UM REGISTRO): A COMPETENCIA E A DATA DA FOTOGRAFIA VIGENTE
      *> (ZEROS ANTES DA CARGA INICIAL) E A ULTIMA REMESSA GERADA, COM
      *> A CONTAGEM E O HASH DO TRAILER PARA O CONTA-CCS-RETORNO
      *> CONFERIR CONTRA O RECIBO DO BANCO CENTRAL. A REMESSA FICA
      *> PENDENTE ('P') ATE O RECIBO; REJEITADA ('R'), A COMPETENCIA
      *> PODE SER GERADA DE NOVO CONTRA A MESMA FOTOGRAFIA
           01   REG-CCS-CONTROLE.
               02  CTL-COMPETENCIA-SNAPSHOT PIC 9(6).
               02  CTL-DATA-SNAPSHOT       PIC 9(8).
               02  CTL-COMPETENCIA-REMESSA PIC 9(6).
               02  CTL-DATA-GERACAO        PIC 9(8).
               02  CTL-QTDE                PIC 9(6).
               02  CTL-HASH                PIC 9(18).
               02  CTL-SITUACAO            PIC X(01).
                   88  CTL-PENDENTE        VALUE 'P'.
                   88  CTL-ACEITA          VALUE 'A'.
                   88  CTL-REJEITADA       VALUE 'R'.
