      *copybook com o registro do catalogo de geracoes de
      *relatorio (RELATORIOS.CAT, sequencial): o PROG39 acrescenta
      *uma linha por geracao guardada, o PROG40 lista e reimprime
      *daqui e o PROG11 expurga as geracoes alem da retencao do
      *RETRELAT.DAT, no mesmo esquema do ARQUIVOS.CAT
       01  REG-RELCAT.
           05  RLC-RELATORIO        PIC X(30).
      *nome do relatorio vivo, ex. PONTO.RPT
           05  FILLER               PIC X(01).
           05  RLC-DATA-REF         PIC 9(08).
      *data AAAAMMDD a que o relatorio se refere
           05  FILLER               PIC X(01).
           05  RLC-DATA-HORA        PIC X(19).
      *momento da geracao, no formato AAAA-MM-DD HH:MM:SS dos logs
           05  FILLER               PIC X(01).
           05  RLC-PROGRAMA         PIC X(08).
           05  FILLER               PIC X(01).
           05  RLC-OPERADOR         PIC X(30).
           05  FILLER               PIC X(01).
           05  RLC-PAGINAS          PIC 9(04).
           05  FILLER               PIC X(01).
           05  RLC-LINHAS           PIC 9(06).
           05  FILLER               PIC X(01).
           05  RLC-GERACAO          PIC X(40).
      *copia datada, ex. PONTO-AAAAMMDD-HHMMSS.RPT
