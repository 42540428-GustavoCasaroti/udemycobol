
       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada

           CLOSE CATALOGO-SELOS.
           CLOSE RELATORIO-SELOS.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "SELOS.RPT" TO RLP-NOME.
           MOVE "PROG19" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

           IF WS-QTD-DIVERGENTES > ZERO
               DISPLAY "*** " WS-QTD-DIVERGENTES " arquivo(s) "
