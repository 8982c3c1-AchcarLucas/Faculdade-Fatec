      *> MODO 'V' (SOMENTE VERIFICAR) NÂO TOCA O ARQUIVO ONLINE E SERVE
      *> PARA A CHECAGEM SEMANAL DE QUE OS BACKUPS CONTINUAM LEGIVEIS.
      *> ATENÇÂO: O MODO 'R' SUBSTITUI O ARQ-BANCO.DAT INTEIRO PELO
      *> CONTEUDO DO BACKUP ESCOLHIDO; O QUE O CAIXA FEZ DEPOIS DO
      *> BACKUP VOLTA AOS SALDOS RODANDO EM SEGUIDA O CONTA-REAPLICA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
