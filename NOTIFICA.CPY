      *copybook com o registro do arquivo de notificacoes de saida
      *(NOTIFICA.DAT, sequencial), lido pelo gateway de correio: o
      *PROG36 acrescenta uma linha por pendencia apontada e pelo
      *fim do fechamento do PROG15, ja com o grupo destinatario
      *tirado da tabela de rotas (ROTAS.DAT); o gateway manda e
      *guarda o ultimo numero de sequencia que ja despachou
       01  REG-NOTIFICACAO.
           05  NTF-SEQUENCIA        PIC 9(08).
      *numero corrido, nunca repetido, guardado em NOTIFICA.SEQ
           05  FILLER               PIC X(01).
           05  NTF-DATA-HORA        PIC X(19).
           05  FILLER               PIC X(01).
           05  NTF-SEVERIDADE       PIC X(01).
               88  NTF-CRITICA          VALUE "C".
               88  NTF-AVISO            VALUE "A".
               88  NTF-INFORMATIVA      VALUE "I".
           05  FILLER               PIC X(01).
           05  NTF-ORIGEM           PIC X(12).
      *mesma origem gravada em PEN-ORIGEM (LOTE-PARES, FECHAMENTO,
      *PRAZO-DECKS, BOLETIM, SESSOES)
           05  FILLER               PIC X(01).
           05  NTF-GRUPO            PIC X(20).
      *grupo destinatario, nome da lista de correio do gateway
           05  FILLER               PIC X(01).
           05  NTF-TEXTO            PIC X(60).
