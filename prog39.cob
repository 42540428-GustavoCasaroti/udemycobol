       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG39.
      * guarda de geracao de relatorio: chamado por todo programa
      * que grava um .RPT por cima do da rodada anterior (PONTO.RPT,
      * RESUMO.RPT, MENSAL.RPT, PARES.RPT e os demais) logo depois
      * de fechar o relatorio. Recebe nome, programa, data de
      * referencia e paginas pelo RELPED.CPY, copia o .RPT linha a
      * linha pra uma geracao datada (PONTO-AAAAMMDD-HHMMSS.RPT) e
      * acrescenta a geracao no catalogo RELATORIOS.CAT, com o
      * operador da area compartilhada e a contagem de linhas. O
      * PROG40 lista e reimprime as geracoes; o PROG11 expurga as
      * alem da retencao. Falha aqui nunca derruba o chamador: o
      * relatorio vivo ja esta gravado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELATORIO-VIVO ASSIGN USING WS-NOME-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VIVO.

           SELECT RELATORIO-GERACAO ASSIGN USING WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GER.

           SELECT OPTIONAL CATALOGO-RELATORIOS
               ASSIGN TO "RELATORIOS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-VIVO.
       01  REG-RELATORIO-VIVO     PIC X(250).

       FD  RELATORIO-GERACAO.
       01  REG-RELATORIO-GERACAO  PIC X(250).

       FD  CATALOGO-RELATORIOS.
       COPY "RELCAT.CPY".

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".

       COPY "OPERADOR.CPY".

       COPY "FECHA.CPY".
      *sem operador na area compartilhada, a rodada do fechamento
      *automatico e anotada como tal no catalogo

       01  WS-STATUS-VIVO       PIC X(02).
           88  VIVO-SEM-ARQUIVO     VALUE "35" "05".
       01  WS-STATUS-GER        PIC X(02).
           88  GER-OK               VALUE "00".
       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-ABERTO           VALUE "00" "05".
           88  CAT-NAO-ENCONTRADO   VALUE "35".

       01  WS-NOME-VIVO         PIC X(30).
       01  WS-NOME-GERACAO      PIC X(40).
       01  WS-BASE-RELATORIO    PIC X(30).
       01  WS-FIM-VIVO-SW       PIC X(01) VALUE "N".
           88  FIM-VIVO             VALUE "S".
       01  WS-QTD-LINHAS        PIC 9(06) VALUE ZERO.
       01  WS-QTD-PAGINAS       PIC 9(04) VALUE ZERO.
       01  WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 60.

       01  WS-DATA-LOG          PIC X(8).
       01  WS-HORA-LOG          PIC X(8).
       01  WS-DATA-HORA-LOG.
           05  WS-ANO-LOG       PIC 9(4).
           05  FILLER           PIC X(01) VALUE "-".
           05  WS-MES-LOG       PIC 9(2).
           05  FILLER           PIC X(01) VALUE "-".
           05  WS-DIA-LOG       PIC 9(2).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  WS-HH-LOG        PIC 9(2).
           05  FILLER           PIC X(01) VALUE ":".
           05  WS-MM-LOG        PIC 9(2).
           05  FILLER           PIC X(01) VALUE ":".
           05  WS-SS-LOG        PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "08" TO RLP-RETORNO.
      *rodando sozinho, sem pedido preenchido, nao ha o que guardar
           IF RLP-NOME = SPACES OR RLP-NOME = LOW-VALUES
               GO TO PROGRAM-DONE
           END-IF.

           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

           PERFORM 1000-COPIA-GERACAO
               THRU 1000-COPIA-FIM.
           IF NOT GER-OK
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 2000-CATALOGA-GERACAO
               THRU 2000-CATALOGA-FIM.
           GO TO PROGRAM-DONE.

       1000-COPIA-GERACAO.
      *a geracao leva o nome do relatorio sem a extensao, a data e
      *a hora da copia: duas rodadas no mesmo dia ficam as duas
           MOVE RLP-NOME TO WS-NOME-VIVO.
           MOVE SPACES TO WS-BASE-RELATORIO.
           UNSTRING WS-NOME-VIVO DELIMITED BY "."
               INTO WS-BASE-RELATORIO.
           MOVE SPACES TO WS-NOME-GERACAO.
           STRING WS-BASE-RELATORIO DELIMITED BY SPACE
               "-" WS-DATA-LOG "-" WS-HORA-LOG (1:6) ".RPT"
               DELIMITED BY SIZE INTO WS-NOME-GERACAO.

           MOVE "99" TO WS-STATUS-GER.
           OPEN INPUT RELATORIO-VIVO.
           IF VIVO-SEM-ARQUIVO
               CLOSE RELATORIO-VIVO
               DISPLAY FUNCTION TRIM(WS-NOME-VIVO)
                   " nao encontrado; geracao nao guardada."
               GO TO 1000-COPIA-FIM
           END-IF.
           OPEN OUTPUT RELATORIO-GERACAO.
           IF NOT GER-OK
               CLOSE RELATORIO-VIVO
               DISPLAY "Erro ao gravar " FUNCTION TRIM(WS-NOME-GERACAO)
                   ", status " WS-STATUS-GER
                   "; geracao nao guardada."
               GO TO 1000-COPIA-FIM
           END-IF.

           MOVE ZERO TO WS-QTD-LINHAS.
           MOVE "N" TO WS-FIM-VIVO-SW.
           PERFORM UNTIL FIM-VIVO
               READ RELATORIO-VIVO
                   AT END
                       MOVE "S" TO WS-FIM-VIVO-SW
                   NOT AT END
                       WRITE REG-RELATORIO-GERACAO
                           FROM REG-RELATORIO-VIVO
                       ADD 1 TO WS-QTD-LINHAS
               END-READ
           END-PERFORM.
           CLOSE RELATORIO-VIVO.
           CLOSE RELATORIO-GERACAO.
           MOVE "00" TO WS-STATUS-GER.
       1000-COPIA-FIM.
           EXIT.

       2000-CATALOGA-GERACAO.
           OPEN EXTEND CATALOGO-RELATORIOS.
           IF CAT-NAO-ENCONTRADO
               OPEN OUTPUT CATALOGO-RELATORIOS
               CLOSE CATALOGO-RELATORIOS
               OPEN EXTEND CATALOGO-RELATORIOS
           END-IF.
           IF NOT CAT-ABERTO
               DISPLAY "Erro ao abrir RELATORIOS.CAT, status "
                   WS-STATUS-CAT "; geracao "
                   FUNCTION TRIM(WS-NOME-GERACAO) " fora do catalogo."
               GO TO 2000-CATALOGA-FIM
           END-IF.

           IF RLP-PAGINAS > ZERO
               MOVE RLP-PAGINAS TO WS-QTD-PAGINAS
           ELSE
               COMPUTE WS-QTD-PAGINAS =
                   (WS-QTD-LINHAS + WS-LINHAS-POR-PAGINA - 1)
                       / WS-LINHAS-POR-PAGINA
               IF WS-QTD-PAGINAS = ZERO
                   MOVE 1 TO WS-QTD-PAGINAS
               END-IF
           END-IF.

           MOVE SPACES TO REG-RELCAT.
           MOVE RLP-NOME         TO RLC-RELATORIO.
           IF RLP-DATA-REF IS NUMERIC AND RLP-DATA-REF > ZERO
               MOVE RLP-DATA-REF TO RLC-DATA-REF
           ELSE
               MOVE WS-DATA-LOG  TO RLC-DATA-REF
           END-IF.
           MOVE WS-DATA-HORA-LOG TO RLC-DATA-HORA.
           MOVE RLP-PROGRAMA     TO RLC-PROGRAMA.
           EVALUATE TRUE
               WHEN OPERADOR-NOME NOT = SPACES
                   AND OPERADOR-NOME NOT = LOW-VALUES
                   MOVE OPERADOR-NOME (1:30) TO RLC-OPERADOR
               WHEN FECHA-MODO-AUTO
                   MOVE "(fechamento automatico)" TO RLC-OPERADOR
               WHEN OTHER
                   MOVE "(nao identificado)" TO RLC-OPERADOR
           END-EVALUATE.
           MOVE WS-QTD-PAGINAS   TO RLC-PAGINAS.
           MOVE WS-QTD-LINHAS    TO RLC-LINHAS.
           MOVE WS-NOME-GERACAO  TO RLC-GERACAO.
           WRITE REG-RELCAT.
           CLOSE CATALOGO-RELATORIOS.
           MOVE "00" TO RLP-RETORNO.
       2000-CATALOGA-FIM.
           EXIT.

       PROGRAM-DONE.
      *o pedido e limpo na saida pro proximo chamador nao herdar
      *data de referencia ou paginas de outro relatorio
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           GOBACK.
