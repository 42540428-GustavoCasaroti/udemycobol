      *copybook com o pedido de guarda de geracao de relatorio,
      *compartilhado (EXTERNAL) entre os programas que gravam um
      *.RPT e o PROG39, no mesmo esquema do NOTIFPED.CPY: quem
      *acabou de fechar o relatorio preenche o nome, o programa, a
      *data de referencia e as paginas e chama o PROG39, que copia
      *o .RPT pra uma geracao datada e a anota no RELATORIOS.CAT
       01  RELATORIO-PEDIDO EXTERNAL.
           05  RLP-NOME             PIC X(30).
      *nome do .RPT recem-fechado, ex. PONTO.RPT
           05  RLP-PROGRAMA         PIC X(08).
           05  RLP-DATA-REF         PIC 9(08).
      *data AAAAMMDD a que o relatorio se refere; zero = hoje
           05  RLP-PAGINAS          PIC 9(04).
      *paginas impressas; zero = relatorio sem quebra de pagina,
      *contado pelo PROG39 a 60 linhas por pagina
           05  RLP-RETORNO          PIC X(02).
               88  RLP-GUARDADA         VALUE "00".
               88  RLP-FALHOU           VALUE "08".
