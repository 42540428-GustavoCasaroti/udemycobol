      *copybook com o registro do catalogo de copias de seguranca
      *dos cadastros indexados (BACKUPS.CAT, sequencial): o PROG37
      *descarrega toda noite OPERADORES.DAT, MENSAGENS.IDX,
      *TAXAS.DAT e FERIADOS.DAT em copias sequenciais datadas e
      *anota cada uma aqui, com a hora da copia e a quantidade de
      *registros; o PROG38 escolhe daqui a copia a repor e parte
      *dessa hora pra reaplicar o jornal MANUT.LOG
       01  REG-BACKUP-CAT.
           05  BKC-DATA             PIC 9(08).
      *data AAAAMMDD da copia, base da retencao do RETBACKUP.DAT
           05  FILLER               PIC X(01).
           05  BKC-DATA-HORA        PIC X(19).
      *momento da copia, no formato do JRN-DATA-HORA: o jornal
      *posterior a ele e o que falta na copia
           05  FILLER               PIC X(01).
           05  BKC-ARQUIVO          PIC X(14).
      *cadastro copiado, com o mesmo nome gravado em JRN-ARQUIVO
           05  FILLER               PIC X(01).
           05  BKC-NOME             PIC X(30).
      *copia sequencial, ex. OPERADORES-AAAAMMDD.BKP
           05  FILLER               PIC X(01).
           05  BKC-QTD              PIC 9(06).
