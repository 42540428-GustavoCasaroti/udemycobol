           05  TAXA-VALOR       PIC 9(04)V9(06).
      *seis casas decimais: taxa de conversao nao e dinheiro, e
      *fator, e arredondar cedo aqui ja rendeu diferenca em conta
           05  TAXA-SITUACAO    PIC X(01).
               88  TAXA-PENDENTE        VALUE "P".
               88  TAXA-APROVADA        VALUE "A" " ".
      *taxa que foge da vigencia anterior do par mais que a
      *tolerancia do TOLTAXA.DAT entra pendente ("P") e so vale
      *depois da aprovacao de um segundo supervisor no PROG14; a
      *conversao do PROG3 pula a pendente. em branco (registro
      *anterior a esta coluna) e taxa aprovada
           05  TAXA-PROPONENTE  PIC X(10).
      *cracha do supervisor que propos a taxa pendente: quem
      *aprova tem de ser outro
           05  TAXA-VALOR-ANTERIOR PIC 9(04)V9(06).
      *na alteracao que ficou pendente, o valor que a vigencia
      *tinha antes; a rejeicao devolve ele. zero na inclusao
