
       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "OPERADOR.CPY".
      *identidade do operador que esta fechando o turno, carregada
      *pelo sign-on do PROG1
           PERFORM 4000-ANOMALIAS-DE-PAUSA.

           CLOSE RELATORIO-PASSAGEM.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "PASSAGEM.RPT" TO RLP-NOME.
           MOVE "PROG21" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".
           DISPLAY "Passagem de turno gravada em PASSAGEM.RPT.".
           GO TO PROGRAM-DONE.

