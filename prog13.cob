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

       FD  EXTRATO-CSV.
       01  REG-EXTRATO          PIC X(120).
      *TRIM sobra so o valor (com "-" colado quando negativo), como
      *a planilha espera, sem enchimento
       01  WS-QTD-EXTRAIDOS     PIC 9(06) VALUE ZERO.
       01  WS-QTD-ESTORNOS      PIC 9(06) VALUE ZERO.
      *estornos do dia, extraidos depois dos calculos num bloco
      *proprio com cabecalho proprio: o valor sai com o sinal
      *trocado, e a soma da coluna de resultado na planilha ja
      *liquida o calculo estornado
       01  WS-LINHA-SAIDA       PIC X(120).

       PROCEDURE DIVISION.
               END-READ
           END-PERFORM.

           PERFORM 3000-EXTRAI-ESTORNOS.

           CLOSE LOG-CALCULOS.
           CLOSE EXTRATO-CSV.

           DISPLAY "Extrato gravado em CALCULOS.CSV com "
               WS-QTD-EXTRAIDOS " registro(s) e "
               WS-QTD-ESTORNOS " estorno(s).".
           GO TO PROGRAM-DONE.

       0900-LE-DATA-REFERENCIA.
           CLOSE CONFIG-DATA-REF.

       2000-EXTRAI-LINHA.
      *so os calculos do dia de referencia entram no extrato; o
      *calculo recusado sem visto do supervisor nao foi aceito e
      *fica de fora
           IF LOG-DATA-HORA (1:4) = WS-DATA-REF (1:4)
               AND LOG-DATA-HORA (6:2) = WS-DATA-REF (5:2)
               AND LOG-DATA-HORA (9:2) = WS-DATA-REF (7:2)
               AND LOG-OPERACAO NOT = "ESTORNO"
               AND LOG-MARCA NOT = "VETO"

               COMPUTE WS-VALOR-RESULTADO =
                   FUNCTION NUMVAL(LOG-RESULTADO)
               ADD 1 TO WS-QTD-EXTRAIDOS
           END-IF.

       3000-EXTRAI-ESTORNOS.
      *segundo bloco do extrato: rele o log e grava os estornos do
      *dia com a operacao e a data/hora do calculo estornado, o
      *valor liquidado, o motivo e o cracha do supervisor
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "DATA;HORA;ESTORNO;OPERACAO ESTORNADA;"
               "CALCULO ESTORNADO;RESULTADO;MOTIVO;CRACHA"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-EXTRATO FROM WS-LINHA-SAIDA.

           CLOSE LOG-CALCULOS.
           OPEN INPUT LOG-CALCULOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOG-CALCULOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 3100-EXTRAI-ESTORNO
               END-READ
           END-PERFORM.

       3100-EXTRAI-ESTORNO.
           IF EST-DATA-HORA (1:4) = WS-DATA-REF (1:4)
               AND EST-DATA-HORA (6:2) = WS-DATA-REF (5:2)
               AND EST-DATA-HORA (9:2) = WS-DATA-REF (7:2)
               AND EST-OPERACAO = "ESTORNO"

               COMPUTE WS-VALOR-RESULTADO =
                   FUNCTION NUMVAL(EST-RESULTADO)
               MOVE WS-VALOR-RESULTADO TO WS-RESULTADO-LIMPO

               MOVE SPACES TO WS-LINHA-SAIDA
               STRING EST-DATA-HORA (1:10)              ";"
                   EST-DATA-HORA (12:8)                 ";"
                   "ESTORNO"                            ";"
                   FUNCTION TRIM(EST-REF-OPERACAO)      ";"
                   EST-REF-DATA-HORA (1:4) "-"
                   EST-REF-DATA-HORA (5:2) "-"
                   EST-REF-DATA-HORA (7:2) " "
                   EST-REF-DATA-HORA (9:2) ":"
                   EST-REF-DATA-HORA (11:2) ":"
                   EST-REF-DATA-HORA (13:2)             ";"
                   FUNCTION TRIM(WS-RESULTADO-LIMPO)    ";"
                   EST-MOTIVO                           ";"
                   FUNCTION TRIM(EST-CRACHA)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SAIDA
               WRITE REG-EXTRATO FROM WS-LINHA-SAIDA
               ADD 1 TO WS-QTD-ESTORNOS
           END-IF.

       PROGRAM-DONE.
           GOBACK.
