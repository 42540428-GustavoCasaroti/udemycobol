           05  FILLER           PIC X(01).
           05  LOG-OPERADOR     PIC X(30).
           05  FILLER           PIC X(01).
           05  FILLER           PIC X(15).
      *folga da linha de conversao de moeda, que leva a taxa usada
      *depois do operador
           05  LOG-MARCA        PIC X(04).
      *carimbo da coluna 116: LOTE (modo lote), VISTO (aceito com
      *visto do supervisor) ou VETO (recusado sem visto)
           05  FILLER           PIC X(13).
       COPY "ESTORNO.CPY".
      *a mesma linha vista como estorno gravado pelo PROG25

       FD  RELATORIO-MENSAL.
       01  REG-MENSAL           PIC X(132).
       COPY "FERIADO.CPY".

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       01  WS-NOME-LOG          PIC X(30).
       01  WS-STATUS-LOG        PIC X(02).
           88  LOG-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-TOT-SUB-MES       PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-MULT-MES      PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-DIV-MES       PIC S9(13)V99 VALUE ZERO.
       01  WS-QTD-ESTORNOS-MES  PIC 9(06) VALUE ZERO.
       01  WS-TOT-ESTORNOS-MES  PIC S9(13)V99 VALUE ZERO.
      *estornos do PROG25 gravados no mes: liquidam o total da
      *operacao estornada no dia do estorno, sem contar como
      *calculo, e saem listados numa secao propria
       01  WS-QTD-ESTORNOS-OUTRAS PIC 9(06) VALUE ZERO.
       01  WS-TOT-ESTORNOS-OUTRAS PIC S9(13)V99 VALUE ZERO.
      *estornos de lista, fita e conversao: o mensal nao tem total
      *dessas operacoes pra liquidar, entao saem numa linha propria
       01  WS-QTD-VETOS-MES     PIC 9(06) VALUE ZERO.
      *calculos recusados sem visto do supervisor: nao foram
      *aceitos, ficam fora dos calculos e dos totais do mes
       01  WS-LISTA-ESTORNOS-SW PIC X(01) VALUE "N".
           88  LISTANDO-ESTORNOS    VALUE "S".
       01  WS-QTD-ESTORNOS-LISTADOS PIC 9(06) VALUE ZERO.

       01  WS-DATA-CALC         PIC 9(08).
       01  WS-ANO-CALC          PIC 9(04).

           OPEN OUTPUT RELATORIO-MENSAL.
           PERFORM 3000-IMPRIME-RELATORIO.
           PERFORM 3300-IMPRIME-ESTORNOS.
           CLOSE RELATORIO-MENSAL.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "MENSAL.RPT" TO RLP-NOME.
           MOVE "PROG12" TO RLP-PROGRAMA.
           COMPUTE RLP-DATA-REF =
               FUNCTION NUMVAL(WS-MES-REF) * 100 + 1.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

           DISPLAY "Fechamento mensal de " WS-MES-REF
               " gravado em MENSAL.RPT.".
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LISTANDO-ESTORNOS
                               PERFORM 3310-IMPRIME-LINHA-ESTORNO
                           ELSE
                               PERFORM 2100-ACUMULA-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-CALCULOS
               AND LOG-DATA-HORA (6:2) = WS-MES-REF (5:2)
               MOVE LOG-DATA-HORA (9:2) TO WS-DIA-LINHA
               IF WS-DIA-LINHA >= 1 AND WS-DIA-LINHA <= 31
                   AND LOG-OPERACAO = "ESTORNO"
                   MOVE WS-DIA-LINHA TO WS-IND-DIA
                   PERFORM 2200-LIQUIDA-ESTORNO
               END-IF
               IF WS-DIA-LINHA >= 1 AND WS-DIA-LINHA <= 31
                   AND LOG-OPERACAO NOT = "ESTORNO"
                   AND LOG-MARCA = "VETO"
                   ADD 1 TO WS-QTD-VETOS-MES
               END-IF
               IF WS-DIA-LINHA >= 1 AND WS-DIA-LINHA <= 31
                   AND LOG-OPERACAO NOT = "ESTORNO"
                   AND LOG-MARCA NOT = "VETO"
                   MOVE WS-DIA-LINHA TO WS-IND-DIA
                   COMPUTE WS-VALOR-RESULTADO =
                       FUNCTION NUMVAL(LOG-RESULTADO)
               END-IF
           END-IF.

       2200-LIQUIDA-ESTORNO.
      *o resultado do estorno ja vem com o sinal trocado: somado ao
      *total da operacao estornada, no dia do estorno, liquida o
      *calculo errado sem mexer na contagem de calculos do dia
           COMPUTE WS-VALOR-RESULTADO =
               FUNCTION NUMVAL(EST-RESULTADO).
           EVALUATE TRUE
               WHEN EST-REF-OPERACAO = "SOMA"
                   OR EST-REF-OPERACAO = "SUBTRACAO"
                   OR EST-REF-OPERACAO = "MULTIPLICACAO"
                   OR EST-REF-OPERACAO = "DIVISAO"
                   ADD 1 TO WS-QTD-ESTORNOS-MES
                   ADD WS-VALOR-RESULTADO TO WS-TOT-ESTORNOS-MES
               WHEN OTHER
                   ADD 1 TO WS-QTD-ESTORNOS-OUTRAS
                   ADD WS-VALOR-RESULTADO TO WS-TOT-ESTORNOS-OUTRAS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EST-REF-OPERACAO = "SOMA"
                   ADD WS-VALOR-RESULTADO
                       TO DIA-TOT-SOMA (WS-IND-DIA)
                   ADD WS-VALOR-RESULTADO TO WS-TOT-SOMA-MES
               WHEN EST-REF-OPERACAO = "SUBTRACAO"
                   ADD WS-VALOR-RESULTADO
                       TO DIA-TOT-SUBTRACAO (WS-IND-DIA)
                   ADD WS-VALOR-RESULTADO TO WS-TOT-SUB-MES
               WHEN EST-REF-OPERACAO = "MULTIPLICACAO"
                   ADD WS-VALOR-RESULTADO
                       TO DIA-TOT-MULT (WS-IND-DIA)
                   ADD WS-VALOR-RESULTADO TO WS-TOT-MULT-MES
               WHEN EST-REF-OPERACAO = "DIVISAO"
                   ADD WS-VALOR-RESULTADO
                       TO DIA-TOT-DIVISAO (WS-IND-DIA)
                   ADD WS-VALOR-RESULTADO TO WS-TOT-DIV-MES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-IMPRIME-RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Fechamento mensal de calculos do PROG3 - mes "
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-ESTORNOS-MES TO WS-QTD-ED.
           MOVE WS-TOT-ESTORNOS-MES TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Estornos do mes (liquidados nos totais acima): "
               WS-QTD-ED " no valor de " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-ESTORNOS-OUTRAS TO WS-QTD-ED.
           MOVE WS-TOT-ESTORNOS-OUTRAS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Estornos de lista/fita/conversao (fora dos totais): "
               WS-QTD-ED " no valor de " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-VETOS-MES TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Calculos acima do limite sem visto (fora dos "
               "totais): " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           PERFORM 3200-IMPRIME-EXCECOES.

       3100-IMPRIME-DIA.
               END-IF
           END-PERFORM.

       3300-IMPRIME-ESTORNOS.
      *secao propria dos estornos do mes: rele o arquivo morto e o
      *log vivo na mesma ordem da acumulacao e lista cada estorno
      *com o calculo que ele aponta, o motivo e o cracha
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           MOVE "Estornos do mes:" TO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Data/Hora          Estorna       "
               "Calculo de          Valor estornado Mt Cracha"
               "     Supervisor"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-MENSAL FROM WS-LINHA-SAIDA.

           MOVE ZERO TO WS-QTD-ESTORNOS-LISTADOS.
           MOVE "S" TO WS-LISTA-ESTORNOS-SW.
           MOVE SPACES TO WS-NOME-LOG.
           STRING "PROG3-" WS-MES-REF ".LOG" DELIMITED BY SIZE
               INTO WS-NOME-LOG.
           PERFORM 2000-ACUMULA-ARQUIVO.
           MOVE "PROG3.LOG" TO WS-NOME-LOG.
           PERFORM 2000-ACUMULA-ARQUIVO.
           MOVE "N" TO WS-LISTA-ESTORNOS-SW.

           IF WS-QTD-ESTORNOS-LISTADOS = ZERO
               MOVE "(nenhum)" TO WS-LINHA-SAIDA
               WRITE REG-MENSAL FROM WS-LINHA-SAIDA
           END-IF.

       3310-IMPRIME-LINHA-ESTORNO.
           IF EST-DATA-HORA (1:4) = WS-MES-REF (1:4)
               AND EST-DATA-HORA (6:2) = WS-MES-REF (5:2)
               AND EST-OPERACAO = "ESTORNO"
               ADD 1 TO WS-QTD-ESTORNOS-LISTADOS
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING EST-DATA-HORA " " EST-REF-OPERACAO " "
                   EST-REF-DATA-HORA (1:4) "-"
                   EST-REF-DATA-HORA (5:2) "-"
                   EST-REF-DATA-HORA (7:2) " "
                   EST-REF-DATA-HORA (9:2) ":"
                   EST-REF-DATA-HORA (11:2) ":"
                   EST-REF-DATA-HORA (13:2) " "
                   EST-RESULTADO " " EST-MOTIVO " "
                   EST-CRACHA " " EST-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-MENSAL FROM WS-LINHA-SAIDA
           END-IF.

       PROGRAM-DONE.
           GOBACK.
