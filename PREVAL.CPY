      *copybook com o controle da pre-validacao de deck,
      *compartilhado (EXTERNAL) entre o registro de lotes (PROG18)
      *e o PROG3, no mesmo esquema do FECHA.CPY: o PROG18 liga o
      *modo, informa o lote e chama o PROG3, que so confere o deck
      *-- nada de log de calculo, PARES.RPT, PARES.REJ ou lote
      *marcado como processado -- e devolve o veredito aqui
       01  PRE-VALIDACAO-CONTROLE EXTERNAL.
           05  PRE-MODO-SW          PIC X(01).
               88  PRE-MODO-VALIDACAO   VALUE "S".
           05  PRE-LOTE             PIC 9(06).
      *numero do lote da fila LOTES.DAT a pre-validar
           05  PRE-RESULTADO        PIC X(01).
               88  PRE-DECK-APROVADO    VALUE "A".
               88  PRE-DECK-RETIDO      VALUE "R".
               88  PRE-LOTE-INVALIDO    VALUE "X".
      *A = deck limpo e em balanco; R = rejeitos projetados ou
      *fora de balanco, lote retido na fila; X = lote nao achado
      *na fila ou ja processado, nada conferido
           05  PRE-QTD-REJEITOS     PIC 9(06).
