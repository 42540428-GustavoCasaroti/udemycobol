       01  REG-PAUSAS               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       01  WS-STATUS-PAUSAS     PIC X(02).
           88  PAUSAS-OK            VALUE "00".
           88  PAUSAS-SEM-ARQUIVO   VALUE "35" "05".
           PERFORM 6000-IMPRIME-RODAPE.

           CLOSE RELATORIO-PAUSAS.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "PAUSAS.RPT" TO RLP-NOME.
           MOVE "PROG16" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE WS-PAGINA TO RLP-PAGINAS.
           CALL "PROG39".
           GO TO PROGRAM-DONE.

       0900-LE-LIMITE.
