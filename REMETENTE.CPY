      *copybook com o registro do cadastro de remetentes de decks
      *(REMETENTES.DAT, indexado pelo codigo), mantido pelo
      *supervisor no PROG26 e consultado pelo registro de lotes
      *(PROG18), pelo modo lote do PROG3 e pelo relatorio de prazo
      *de chegada dos decks (PROG27): quem manda deck, quem procurar
      *la, em que dias da semana o deck tem de chegar e ate que hora
       01  REG-REMETENTE.
           05  REM-CODIGO           PIC X(10).
      *codigo do departamento remetente, anotado em LOT-REMETENTE
           05  REM-NOME             PIC X(20).
           05  REM-CONTATO          PIC X(20).
      *pessoa e ramal a procurar quando o deck atrasa
           05  REM-DIAS-SEMANA      PIC X(07).
      *um "S" por dia em que o deck e esperado, na ordem segunda,
      *terca, ..., sabado, domingo; ex. "SSSSSNN" e dia util
           05  REM-HORA-LIMITE      PIC 9(04).
      *hora HHMM ate a qual o deck tem de estar registrado no dia
           05  REM-LIMITE-VALOR     PIC 9(10).
      *teto, em reais inteiros, do resultado de cada registro dos
      *decks deste remetente no modo lote; acima dele o registro
      *volta no PARES.REJ. zero e sem limite
