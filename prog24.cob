       01  REG-RELATORIO        PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       01  WS-STATUS-MSG        PIC X(02).
           88  MSG-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-OPM        PIC X(02).
           END-IF.

           CLOSE RELATORIO-CIENCIA.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "CIENCIA.RPT" TO RLP-NOME.
           MOVE "PROG24" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".
           DISPLAY "Relatorio de cobertura gravado em CIENCIA.RPT.".
           GO TO PROGRAM-DONE.

