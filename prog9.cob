       FD  LOG-SIGNON.
      *layout do log gravado pelo PROG4 (1000-GRAVA-LOG-SIGNON);
      *as linhas ACESSO-NEGADO do menu do PROG1, AVISO-EXIBIDO dos
      *avisos gerais e PIN-RECUSADO/PIN-BLOQUEIO/SESSAO-DUPLA do
      *sign-on levam a marca logo apos a data/hora e nao contam como
      *sign-on
       01  REG-LOG-SIGNON.
           05  SIGNON-DATA-HORA     PIC X(19).
           05  FILLER               PIC X(01).
       01  REG-PONTO                PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       01  WS-STATUS-SIGNON     PIC X(02).
           88  SIGNON-OK            VALUE "00".
           88  SIGNON-SEM-ARQUIVO   VALUE "35" "05".
           PERFORM 6000-IMPRIME-RODAPE.

           CLOSE RELATORIO-PONTO.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "PONTO.RPT" TO RLP-NOME.
           MOVE "PROG9" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE WS-PAGINA TO RLP-PAGINAS.
           CALL "PROG39".
           GO TO PROGRAM-DONE.

       1000-IMPRIME-CABECALHO.
                               AND SIGNON-MARCA NOT = "AVISO-EXIBIDO"
                               AND SIGNON-MARCA NOT = "PIN-RECUSADO"
                               AND SIGNON-MARCA NOT = "PIN-BLOQUEIO"
                               AND SIGNON-MARCA NOT = "SESSAO-DUPLA"
                               AND SIGNON-RESTO NOT = SPACES
                               PERFORM 2100-GUARDA-ENTRADA
                           END-IF
