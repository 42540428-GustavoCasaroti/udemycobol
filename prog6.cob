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

       FD  RESUMO-DIARIO.
       01  REG-RESUMO           PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada
       01  WS-TOTAL-FITA          PIC S9(10)V99 VALUE ZERO.
       01  WS-TOTAL-CONVERSAO     PIC S9(10)V99 VALUE ZERO.
       01  WS-QTD-DIVISAO-ZERO    PIC 9(05) VALUE ZERO.
       01  WS-QTD-VISTO-NEGADO    PIC 9(05) VALUE ZERO.
      *calculos acima do limite do operador que ficaram sem o visto
      *do supervisor: saem no detalhe mas nao entram em total
       01  WS-QTD-NAO-RECONHECIDO PIC 9(05) VALUE ZERO.
      *conta linhas com um codigo de operacao que este programa nao
      *sabe somar em nenhum total (ex.: um codigo novo do PROG3 que
      *ainda nao tenha sido ensinado aqui), pra nao ficar escondendo
      *valores de um total sem nenhum aviso
       01  WS-QTD-CALCULOS        PIC 9(05) VALUE ZERO.
       01  WS-QTD-ESTORNOS        PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-ESTORNOS      PIC S9(10)V99 VALUE ZERO.
      *estornos do dia: o valor (ja com o sinal trocado) entra no
      *total da operacao estornada, liquidando o calculo errado, e
      *a linha sai na secao propria em vez de no detalhe

       01  WS-QTD-OPERADORES      PIC 9(02) VALUE ZERO COMP.
       01  WS-IND-OP              PIC 9(02) VALUE ZERO COMP.
       01  WS-TOTAL-FITA-ED          PIC -9(10).99.
       01  WS-TOTAL-CONVERSAO-ED     PIC -9(10).99.
       01  WS-QTD-DIVISAO-ZERO-ED    PIC ZZZZ9.
       01  WS-QTD-VISTO-NEGADO-ED    PIC ZZZZ9.
       01  WS-QTD-NAO-RECONHECIDO-ED PIC ZZZZ9.
       01  WS-OP-QTD-ED              PIC ZZZZ9.
       01  WS-OP-TOTAL-ED            PIC -9(12).99.
       01  WS-OP-DIV-ZERO-ED         PIC ZZZZ9.
       01  WS-QTD-ESTORNOS-ED        PIC ZZZZ9.
       01  WS-TOTAL-ESTORNOS-ED      PIC -9(10).99.
       01  WS-QTD-ESTORNOS-LISTADOS  PIC 9(05) VALUE ZERO.


       PROCEDURE DIVISION.

           CLOSE LOG-CALCULOS.
           CLOSE RESUMO-DIARIO.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "RESUMO.RPT" TO RLP-NOME.
           MOVE "PROG6" TO RLP-PROGRAMA.
           MOVE WS-DATA-HOJE TO RLP-DATA-REF.
           MOVE WS-PAGINA TO RLP-PAGINAS.
           CALL "PROG39".

           GO TO PROGRAM-DONE.

           IF LOG-DATA-HORA (1:4) = WS-DATA-HOJE (1:4)
               AND LOG-DATA-HORA (6:2) = WS-DATA-HOJE (5:2)
               AND LOG-DATA-HORA (9:2) = WS-DATA-HOJE (7:2)
               AND LOG-OPERACAO = "ESTORNO"
               PERFORM 2300-ACUMULA-ESTORNO
           END-IF.
           IF LOG-DATA-HORA (1:4) = WS-DATA-HOJE (1:4)
               AND LOG-DATA-HORA (6:2) = WS-DATA-HOJE (5:2)
               AND LOG-DATA-HORA (9:2) = WS-DATA-HOJE (7:2)
               AND LOG-OPERACAO NOT = "ESTORNO"

               IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
                   PERFORM 1000-IMPRIME-CABECALHO
           COMPUTE WS-VALOR-RESULTADO = FUNCTION NUMVAL(LOG-RESULTADO).

           EVALUATE TRUE
               WHEN LOG-MARCA = "VETO"
                   ADD 1 TO WS-QTD-VISTO-NEGADO
               WHEN LOG-OPERACAO = "SOMA"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-SOMA
               WHEN LOG-OPERACAO = "SUBTRACAO"
           END-IF.

           ADD 1 TO OP-QTD (WS-IND-OP).
      *calculo recusado sem visto conta na quantidade do operador,
      *mas o valor nao foi aceito e fica fora do total dele
           EVALUATE TRUE
               WHEN LOG-MARCA = "VETO"
                   CONTINUE
               WHEN LOG-OPERACAO = "DIVISAO*ZERO"
                   ADD 1 TO OP-QTD-DIV-ZERO (WS-IND-OP)
               WHEN OTHER
                   ADD WS-VALOR-RESULTADO TO OP-TOTAL (WS-IND-OP)
           END-EVALUATE.
       2200-ACUMULA-OPERADOR-FIM.
           EXIT.

       2300-ACUMULA-ESTORNO.
      *o estorno do PROG25 traz o resultado do calculo estornado com
      *o sinal trocado: somado ao total da operacao de origem, o
      *calculo errado sai liquidado. a secao por operador fica como
      *esta -- a linha de estorno leva o supervisor, nao quem errou
           COMPUTE WS-VALOR-RESULTADO = FUNCTION NUMVAL(EST-RESULTADO).
           ADD 1 TO WS-QTD-ESTORNOS.
           ADD WS-VALOR-RESULTADO TO WS-TOTAL-ESTORNOS.

           EVALUATE TRUE
               WHEN EST-REF-OPERACAO = "SOMA"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-SOMA
               WHEN EST-REF-OPERACAO = "SUBTRACAO"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-SUBTRACAO
               WHEN EST-REF-OPERACAO = "MULTIPLICACAO"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-MULTIPLICACAO
               WHEN EST-REF-OPERACAO = "DIVISAO"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-DIVISAO
               WHEN EST-REF-OPERACAO = "LISTA"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-LISTA
               WHEN EST-REF-OPERACAO = "FITA"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-FITA
               WHEN EST-REF-OPERACAO = "CONVERSAO"
                   ADD WS-VALOR-RESULTADO TO WS-TOTAL-CONVERSAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-NAO-RECONHECIDO
           END-EVALUATE.

       3000-IMPRIME-TOTAIS.
           MOVE WS-TOTAL-SOMA          TO WS-TOTAL-SOMA-ED.
           MOVE WS-TOTAL-SUBTRACAO     TO WS-TOTAL-SUBTRACAO-ED.
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-VISTO-NEGADO TO WS-QTD-VISTO-NEGADO-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Calculos acima do limite sem visto: "
               WS-QTD-VISTO-NEGADO-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Calculos com operacao nao reconhecida: "
               WS-QTD-NAO-RECONHECIDO-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-ESTORNOS   TO WS-QTD-ESTORNOS-ED.
           MOVE WS-TOTAL-ESTORNOS TO WS-TOTAL-ESTORNOS-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Estornos do dia (liquidados nos totais acima): "
               WS-QTD-ESTORNOS-ED " no valor de "
               WS-TOTAL-ESTORNOS-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.

           PERFORM 3100-IMPRIME-POR-OPERADOR.
           PERFORM 3200-IMPRIME-ESTORNOS.

       3100-IMPRIME-POR-OPERADOR.
      *secao de produtividade por operador: quantos calculos cada
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.

       3200-IMPRIME-ESTORNOS.
      *secao propria dos estornos do dia: rele o log do comeco e
      *lista cada estorno com o calculo que ele aponta, o valor
      *liquidado, o motivo e o cracha do supervisor
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.
           ADD 1 TO WS-LINHAS-NA-PAGINA.
           PERFORM 3220-IMPRIME-TITULO-ESTORNOS.

           MOVE ZERO TO WS-QTD-ESTORNOS-LISTADOS.
           CLOSE LOG-CALCULOS.
           OPEN INPUT LOG-CALCULOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOG-CALCULOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 3210-IMPRIME-LINHA-ESTORNO
               END-READ
           END-PERFORM.

           IF WS-QTD-ESTORNOS-LISTADOS = ZERO
               MOVE "(nenhum estorno no dia)" TO WS-LINHA-SAIDA
               WRITE REG-RESUMO FROM WS-LINHA-SAIDA
           END-IF.

       3210-IMPRIME-LINHA-ESTORNO.
           IF EST-DATA-HORA (1:4) = WS-DATA-HOJE (1:4)
               AND EST-DATA-HORA (6:2) = WS-DATA-HOJE (5:2)
               AND EST-DATA-HORA (9:2) = WS-DATA-HOJE (7:2)
               AND EST-OPERACAO = "ESTORNO"
      *cada estorno ocupa duas linhas: pagina sem lugar pras duas
      *vira, com o cabecalho e o titulo da secao de novo
               IF WS-LINHAS-NA-PAGINA + 2 > WS-MAX-LINHAS-PAGINA
                   PERFORM 1000-IMPRIME-CABECALHO
                   PERFORM 3220-IMPRIME-TITULO-ESTORNOS
               END-IF
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
                   EST-CRACHA
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RESUMO FROM WS-LINHA-SAIDA
      *o nome do supervisor nao cabe nas 100 colunas junto com o
      *resto: vai numa segunda linha, embaixo do estorno
               MOVE SPACES TO WS-LINHA-SAIDA
               MOVE "supervisor: " TO WS-LINHA-SAIDA (20:12)
               MOVE EST-SUPERVISOR TO WS-LINHA-SAIDA (32:30)
               WRITE REG-RESUMO FROM WS-LINHA-SAIDA
               ADD 2 TO WS-LINHAS-NA-PAGINA
           END-IF.

       3220-IMPRIME-TITULO-ESTORNOS.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Estornos do dia"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Data/Hora          Estorna       "
               "Calculo de          Valor estornado Mt Cracha"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RESUMO FROM WS-LINHA-SAIDA.
           ADD 2 TO WS-LINHAS-NA-PAGINA.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: chamado pelo PROG15 no fechamento
      *de fim de dia, o controle volta pro driver decidir o proximo
