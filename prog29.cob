       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG29.
      * relatorio de conversoes de moeda por par pra contabilidade,
      * que hoje recebe as conversoes misturadas no CALCULOS.CSV: le
      * as linhas CONVERSAO dos arquivos mortos PROG3-AAAAMM.LOG do
      * catalogo do PROG11 e do PROG3.LOG vivo e, no periodo pedido,
      * mostra por par a quantidade de conversoes, o total original,
      * o total convertido, a taxa media ponderada pelo valor e cada
      * taxa e vigencia de fato aplicada. Aponta tambem quanto foi
      * convertido com taxa de vigencia mais velha que o numero de
      * dias informado -- sinal de que o PROG14 ficou pra tras e a
      * conversao rodou com taxa velha. O estorno de conversao do
      * PROG25 e liquidado no periodo em que o estorno cai, como no
      * PROG6. A vigencia nao vai no log (a linha de conversao nao
      * tem mais coluna livre); ela e achada no TAXAS.DAT como a
      * ultima vigencia do par, ate a data da conversao, com o
      * mesmo valor da taxa gravada na linha.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-CALCULOS ASSIGN USING WS-NOME-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT OPTIONAL CATALOGO-ARQUIVOS ASSIGN TO "ARQUIVOS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

           SELECT OPTIONAL TAXAS-CAMBIO ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXA-CHAVE
               FILE STATUS IS WS-STATUS-TAXA.

           SELECT RELATORIO-CONVERSOES ASSIGN TO "CONVERSOES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-CALCULOS.
      *linha de conversao gravada pelo PROG3 (6100-GRAVA-LOG-
      *CONVERSAO): o par no lugar do segundo numero e a taxa usada
      *depois do operador
       01  REG-LOG.
           05  LOG-DATA-HORA    PIC X(19).
           05  FILLER           PIC X(01).
           05  LOG-OPERACAO     PIC X(13).
           05  FILLER           PIC X(01).
           05  LOG-PRIMEIRO     PIC X(08).
           05  FILLER           PIC X(01).
           05  LOG-PAR          PIC X(08).
           05  FILLER           PIC X(03).
           05  LOG-RESULTADO    PIC X(14).
           05  FILLER           PIC X(01).
           05  LOG-OPERADOR     PIC X(30).
           05  LOG-MARCA-TAXA   PIC X(04).
           05  LOG-TAXA         PIC X(11).
           05  FILLER           PIC X(01).
           05  LOG-MARCA        PIC X(04).
      *carimbo da coluna 116: LOTE, VISTO ou VETO (conversao
      *recusada sem visto do supervisor, que nao entra no total)
           05  FILLER           PIC X(13).
       COPY "ESTORNO.CPY".
      *a mesma linha vista como estorno gravado pelo PROG25

       FD  CATALOGO-ARQUIVOS.
      *catalogo mantido pelo PROG11: uma linha por arquivo morto
      *existente, com o mes AAAAMM e o nome
       01  REG-CATALOGO.
           05  CAT-REG-MES          PIC 9(06).
           05  FILLER               PIC X(01).
           05  CAT-REG-NOME         PIC X(30).

       FD  TAXAS-CAMBIO.
       COPY "TAXA.CPY".

       FD  RELATORIO-CONVERSOES.
       01  REG-CONVERSOES           PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       01  WS-STATUS-LOG        PIC X(02).
           88  LOG-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-TAXA       PIC X(02).
           88  TAXA-IDX-ABERTO      VALUE "00" "05".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-NOME-ARQ-LOG      PIC X(30).

       01  WS-FIM-LOG-SW        PIC X(01) VALUE "N".
           88  FIM-LOG              VALUE "S".
       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".
       01  WS-FIM-TAXAS-SW      PIC X(01) VALUE "N".
           88  FIM-TAXAS            VALUE "S".
       01  WS-TAXAS-ABERTAS-SW  PIC X(01) VALUE "N".
           88  TAXAS-ABERTAS        VALUE "S".
       01  WS-PASSADA-SW        PIC X(01) VALUE "E".
      *primeira passada junta os estornos de conversao do periodo,
      *a segunda soma as conversoes
           88  PASSADA-ESTORNOS     VALUE "E".
           88  PASSADA-CONVERSOES   VALUE "C".

       01  WS-DATA-DE           PIC X(08).
       01  WS-DATA-ATE          PIC X(08).
       01  WS-DIAS-DEFASAGEM    PIC 9(03) VALUE ZERO.
       01  WS-DIAS-TEXTO        PIC X(03).

       01  WS-QTD-CATALOGO      PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-CAT           PIC 9(03) VALUE ZERO COMP.
       01  TABELA-CATALOGO.
           05  WS-CAT-NOME OCCURS 200 TIMES PIC X(30).

      *estornos de conversao lancados no periodo, pela data/hora
      *compacta da conversao estornada
       01  WS-QTD-ESTORNOS      PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-ESTORNOS      PIC 9(04) VALUE 500 COMP.
       01  TABELA-ESTORNOS.
           05  WS-ESTORNO OCCURS 500 TIMES.
               10  TE-REF           PIC X(14).
               10  TE-USADO-SW      PIC X(01).
                   88  TE-USADO         VALUE "S".
       01  WS-IND-EST           PIC 9(04) VALUE ZERO COMP.
       01  WS-REF-COMPACTA      PIC X(14).
       01  WS-SINAL             PIC S9(01) VALUE +1.
       01  WS-QTD-LIQUIDADOS    PIC 9(04) VALUE ZERO.

      *totais por par
       01  WS-QTD-PARES         PIC 9(03) VALUE ZERO COMP.
       01  WS-MAX-PARES         PIC 9(03) VALUE 50 COMP.
       01  TABELA-PARES.
           05  WS-PAR-TOT OCCURS 50 TIMES.
               10  TP-PAR           PIC X(06).
               10  TP-QTD           PIC S9(07) COMP.
               10  TP-ORIGINAL      PIC S9(11)V99.
               10  TP-CONVERTIDO    PIC S9(13)V99.
               10  TP-QTD-DEFASADO  PIC S9(07) COMP.
               10  TP-ORIG-DEFASADO PIC S9(11)V99.
               10  TP-CONV-DEFASADO PIC S9(13)V99.
       01  WS-PAR-TROCA.
           05  TRP-PAR              PIC X(06).
           05  TRP-QTD              PIC S9(07) COMP.
           05  TRP-ORIGINAL         PIC S9(11)V99.
           05  TRP-CONVERTIDO       PIC S9(13)V99.
           05  TRP-QTD-DEFASADO     PIC S9(07) COMP.
           05  TRP-ORIG-DEFASADO    PIC S9(11)V99.
           05  TRP-CONV-DEFASADO    PIC S9(13)V99.
       01  WS-IND-PAR           PIC 9(03) VALUE ZERO COMP.

      *totais por par, vigencia e taxa aplicada; vigencia zero e a
      *taxa que nao foi mais achada no TAXAS.DAT
       01  WS-QTD-VIGS          PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-VIGS          PIC 9(04) VALUE 400 COMP.
       01  TABELA-VIGENCIAS.
           05  WS-VIG-TOT OCCURS 400 TIMES.
               10  TV-PAR           PIC X(06).
               10  TV-VIGENCIA      PIC 9(08).
               10  TV-TAXA          PIC 9(04)V9(06).
               10  TV-QTD           PIC S9(07) COMP.
               10  TV-ORIGINAL      PIC S9(11)V99.
               10  TV-CONVERTIDO    PIC S9(13)V99.
               10  TV-DIAS-MAX      PIC S9(05) COMP.
       01  WS-VIG-TROCA.
           05  TRV-PAR              PIC X(06).
           05  TRV-VIGENCIA         PIC 9(08).
           05  TRV-TAXA             PIC 9(04)V9(06).
           05  TRV-QTD              PIC S9(07) COMP.
           05  TRV-ORIGINAL         PIC S9(11)V99.
           05  TRV-CONVERTIDO       PIC S9(13)V99.
           05  TRV-DIAS-MAX         PIC S9(05) COMP.
       01  WS-IND-VIG           PIC 9(04) VALUE ZERO COMP.

       01  WS-QTD-PERDIDAS      PIC 9(04) VALUE ZERO.
      *conversoes alem da capacidade das tabelas: o relatorio avisa
      *em vez de fingir que o periodo acabou ali, como no PROG16

       01  WS-IND-I             PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-J             PIC 9(04) VALUE ZERO COMP.
       01  WS-TROCOU-SW         PIC X(01) VALUE "N".
           88  TROCOU               VALUE "S".

       01  WS-DATA-CONVERSAO    PIC X(08).
       01  WS-DATA-NUM          PIC 9(08).
       01  WS-VALOR-ORIGINAL    PIC S9(07)V99.
       01  WS-VALOR-CONVERTIDO  PIC S9(10)V99.
       01  WS-TAXA-APLICADA     PIC 9(04)V9(06).
       01  WS-VIGENCIA-ACHADA   PIC 9(08).
       01  WS-DIAS-IDADE        PIC S9(05) COMP.
       01  WS-DEFASADA-SW       PIC X(01) VALUE "N".
           88  TAXA-DEFASADA        VALUE "S".

       01  WS-TAXA-MEDIA        PIC 9(04)V9(06).
       01  WS-TAXA-ED           PIC 9(04).9(06).
       01  WS-VALOR-ED          PIC -(11)9.99.
       01  WS-VALOR2-ED         PIC -(13)9.99.
       01  WS-QTD-ED            PIC -(6)9.
       01  WS-DIAS-ED           PIC ZZZZ9.
       01  WS-LINHA-SAIDA       PIC X(132).

       01  WS-GERAL-QTD         PIC S9(07) VALUE ZERO COMP.
       01  WS-GERAL-ORIGINAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-GERAL-CONVERTIDO  PIC S9(13)V99 VALUE ZERO.
       01  WS-GERAL-QTD-DEF     PIC S9(07) VALUE ZERO COMP.
       01  WS-GERAL-CONV-DEF    PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE ZERO TO WS-QTD-ESTORNOS.
           MOVE ZERO TO WS-QTD-PARES.
           MOVE ZERO TO WS-QTD-VIGS.
           MOVE ZERO TO WS-QTD-PERDIDAS.
           MOVE ZERO TO WS-QTD-LIQUIDADOS.
           MOVE ZERO TO WS-GERAL-QTD.
           MOVE ZERO TO WS-GERAL-ORIGINAL.
           MOVE ZERO TO WS-GERAL-CONVERTIDO.
           MOVE ZERO TO WS-GERAL-QTD-DEF.
           MOVE ZERO TO WS-GERAL-CONV-DEF.

           PERFORM 0900-LE-PARAMETROS.

           OPEN OUTPUT RELATORIO-CONVERSOES.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir CONVERSOES.RPT, status "
                   WS-STATUS-RPT
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1000-IMPRIME-CABECALHO.

           OPEN INPUT TAXAS-CAMBIO.
           IF TAXA-IDX-ABERTO
               MOVE "S" TO WS-TAXAS-ABERTAS-SW
           ELSE
               MOVE "N" TO WS-TAXAS-ABERTAS-SW
           END-IF.

      *primeiro os meses ja arquivados pelo PROG11, na ordem do
      *catalogo, depois o log vivo; duas passadas, porque o
      *estorno pode vir num arquivo posterior ao da conversao
           PERFORM 1500-CARREGA-CATALOGO.
           MOVE "E" TO WS-PASSADA-SW.
           PERFORM 1700-LE-TODOS-OS-LOGS.
           MOVE "C" TO WS-PASSADA-SW.
           PERFORM 1700-LE-TODOS-OS-LOGS.

           IF TAXAS-ABERTAS
               CLOSE TAXAS-CAMBIO
           END-IF.

           PERFORM 4000-ORDENA-TABELAS.
           PERFORM 5000-IMPRIME-PARES
               VARYING WS-IND-PAR FROM 1 BY 1
               UNTIL WS-IND-PAR > WS-QTD-PARES.
           PERFORM 6000-IMPRIME-RODAPE.

           CLOSE RELATORIO-CONVERSOES.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "CONVERSOES.RPT" TO RLP-NOME.
           MOVE "PROG29" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           IF WS-DATA-ATE IS NUMERIC
               MOVE WS-DATA-ATE TO RLP-DATA-REF
           END-IF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".
           DISPLAY "Relatorio de conversoes gravado em "
               "CONVERSOES.RPT.".
           GO TO PROGRAM-DONE.

       0900-LE-PARAMETROS.
           MOVE SPACES TO WS-DATA-DE.
           PERFORM UNTIL WS-DATA-DE IS NUMERIC
               DISPLAY "Conversoes de (AAAAMMDD): "
               ACCEPT WS-DATA-DE
               IF WS-DATA-DE IS NOT NUMERIC
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DATA-ATE.
           PERFORM UNTIL WS-DATA-ATE IS NUMERIC
               AND WS-DATA-ATE NOT < WS-DATA-DE
               DISPLAY "Conversoes ate (AAAAMMDD): "
               ACCEPT WS-DATA-ATE
               IF WS-DATA-ATE IS NOT NUMERIC
                   OR WS-DATA-ATE < WS-DATA-DE
                   DISPLAY "Data invalida ou anterior ao inicio."
                   MOVE SPACES TO WS-DATA-ATE
               END-IF
           END-PERFORM.
      *em branco vale 1: taxa de anteontem numa conversao de hoje
      *ja e taxa velha
           DISPLAY "Taxa defasada: vigencia com mais de quantos "
               "dias (em branco = 1)? ".
           MOVE SPACES TO WS-DIAS-TEXTO.
           ACCEPT WS-DIAS-TEXTO.
           IF WS-DIAS-TEXTO = SPACES
               MOVE 1 TO WS-DIAS-DEFASAGEM
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DIAS-TEXTO) = ZERO
                   COMPUTE WS-DIAS-DEFASAGEM =
                       FUNCTION NUMVAL(WS-DIAS-TEXTO)
               ELSE
                   DISPLAY "Numero invalido; vale 1 dia."
                   MOVE 1 TO WS-DIAS-DEFASAGEM
               END-IF
           END-IF.

       1000-IMPRIME-CABECALHO.
           MOVE WS-DIAS-DEFASAGEM TO WS-DIAS-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CONVERSOES DE MOEDA POR PAR - PERIODO "
               WS-DATA-DE " A " WS-DATA-ATE
               " - TAXA DEFASADA: VIGENCIA COM MAIS DE "
               WS-DIAS-ED " DIA(S)"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.

       1500-CARREGA-CATALOGO.
           MOVE ZERO TO WS-QTD-CATALOGO.
           MOVE "N" TO WS-FIM-CAT-SW.
           OPEN INPUT CATALOGO-ARQUIVOS.
           IF CAT-SEM-ARQUIVO
               CLOSE CATALOGO-ARQUIVOS
           ELSE
               PERFORM UNTIL FIM-CAT
                   READ CATALOGO-ARQUIVOS
                       AT END
                           MOVE "S" TO WS-FIM-CAT-SW
                       NOT AT END
                           IF WS-QTD-CATALOGO < 200
                               ADD 1 TO WS-QTD-CATALOGO
                               MOVE CAT-REG-NOME
                                   TO WS-CAT-NOME (WS-QTD-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-ARQUIVOS
           END-IF.

       1600-LE-ARQUIVADO.
      *so os arquivos mortos do log de calculos interessam aqui
           IF WS-CAT-NOME (WS-IND-CAT) (1:6) = "PROG3-"
               MOVE WS-CAT-NOME (WS-IND-CAT) TO WS-NOME-ARQ-LOG
               PERFORM 2000-LE-LOG
           END-IF.

       1700-LE-TODOS-OS-LOGS.
           PERFORM 1600-LE-ARQUIVADO
               VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO.
           MOVE "PROG3.LOG" TO WS-NOME-ARQ-LOG.
           PERFORM 2000-LE-LOG.

       2000-LE-LOG.
           MOVE "N" TO WS-FIM-LOG-SW.
           OPEN INPUT LOG-CALCULOS.
           IF LOG-SEM-ARQUIVO
               CLOSE LOG-CALCULOS
           ELSE
               PERFORM UNTIL FIM-LOG
                   READ LOG-CALCULOS
                       AT END
                           MOVE "S" TO WS-FIM-LOG-SW
                       NOT AT END
                           IF PASSADA-ESTORNOS
                               PERFORM 2100-GUARDA-ESTORNO
                           ELSE
                               PERFORM 2200-TRATA-CONVERSAO
                                   THRU 2200-TRATA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-CALCULOS
           END-IF.

       2100-GUARDA-ESTORNO.
      *estorno de conversao lancado dentro do periodo: a conversao
      *estornada sai dos totais do periodo, esteja onde estiver
           IF EST-OPERACAO = "ESTORNO"
               AND EST-REF-OPERACAO = "CONVERSAO"
               AND EST-DATA-HORA (1:4) NOT = SPACES
               MOVE EST-DATA-HORA (1:4) TO WS-DATA-CONVERSAO (1:4)
               MOVE EST-DATA-HORA (6:2) TO WS-DATA-CONVERSAO (5:2)
               MOVE EST-DATA-HORA (9:2) TO WS-DATA-CONVERSAO (7:2)
               IF WS-DATA-CONVERSAO NOT < WS-DATA-DE
                   AND WS-DATA-CONVERSAO NOT > WS-DATA-ATE
                   IF WS-QTD-ESTORNOS < WS-MAX-ESTORNOS
                       ADD 1 TO WS-QTD-ESTORNOS
                       MOVE EST-REF-DATA-HORA
                           TO TE-REF (WS-QTD-ESTORNOS)
                       MOVE "N" TO TE-USADO-SW (WS-QTD-ESTORNOS)
                   ELSE
                       ADD 1 TO WS-QTD-PERDIDAS
                   END-IF
               END-IF
           END-IF.

       2200-TRATA-CONVERSAO.
      *cada conversao entra com sinal positivo se caiu no periodo,
      *e com sinal negativo (uma vez) se foi estornada no periodo
           IF LOG-OPERACAO NOT = "CONVERSAO"
               GO TO 2200-TRATA-FIM
           END-IF.
           IF LOG-MARCA = "VETO"
               GO TO 2200-TRATA-FIM
           END-IF.
           MOVE LOG-DATA-HORA (1:4) TO WS-DATA-CONVERSAO (1:4).
           MOVE LOG-DATA-HORA (6:2) TO WS-DATA-CONVERSAO (5:2).
           MOVE LOG-DATA-HORA (9:2) TO WS-DATA-CONVERSAO (7:2).
           IF WS-DATA-CONVERSAO NOT NUMERIC
               GO TO 2200-TRATA-FIM
           END-IF.

           MOVE SPACES TO WS-REF-COMPACTA.
           STRING WS-DATA-CONVERSAO
               LOG-DATA-HORA (12:2) LOG-DATA-HORA (15:2)
               LOG-DATA-HORA (18:2)
               DELIMITED BY SIZE INTO WS-REF-COMPACTA.
           MOVE ZERO TO WS-IND-EST.
           PERFORM 2210-PROCURA-ESTORNO
               VARYING WS-IND-I FROM 1 BY 1
               UNTIL WS-IND-I > WS-QTD-ESTORNOS
                   OR WS-IND-EST > ZERO.

           IF WS-DATA-CONVERSAO NOT < WS-DATA-DE
               AND WS-DATA-CONVERSAO NOT > WS-DATA-ATE
               MOVE +1 TO WS-SINAL
               PERFORM 3000-ACUMULA-CONVERSAO
                   THRU 3000-ACUMULA-FIM
           END-IF.
           IF WS-IND-EST > ZERO
               MOVE "S" TO TE-USADO-SW (WS-IND-EST)
               ADD 1 TO WS-QTD-LIQUIDADOS
               MOVE -1 TO WS-SINAL
               PERFORM 3000-ACUMULA-CONVERSAO
                   THRU 3000-ACUMULA-FIM
           END-IF.
       2200-TRATA-FIM.
           EXIT.

       2210-PROCURA-ESTORNO.
           IF TE-REF (WS-IND-I) = WS-REF-COMPACTA
               AND NOT TE-USADO (WS-IND-I)
               MOVE WS-IND-I TO WS-IND-EST
           END-IF.

       3000-ACUMULA-CONVERSAO.
           COMPUTE WS-VALOR-ORIGINAL =
               FUNCTION NUMVAL(LOG-PRIMEIRO).
           COMPUTE WS-VALOR-CONVERTIDO =
               FUNCTION NUMVAL(LOG-RESULTADO).
           MOVE ZERO TO WS-TAXA-APLICADA.
           IF LOG-MARCA-TAXA = " TX "
               AND FUNCTION TEST-NUMVAL(LOG-TAXA) = ZERO
               COMPUTE WS-TAXA-APLICADA = FUNCTION NUMVAL(LOG-TAXA)
           END-IF.
           PERFORM 3100-ACHA-VIGENCIA
               THRU 3100-ACHA-FIM.

           MOVE "N" TO WS-DEFASADA-SW.
           MOVE ZERO TO WS-DIAS-IDADE.
           IF WS-VIGENCIA-ACHADA > ZERO
               MOVE WS-DATA-CONVERSAO TO WS-DATA-NUM
               COMPUTE WS-DIAS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-VIGENCIA-ACHADA)
               IF WS-DIAS-IDADE > WS-DIAS-DEFASAGEM
                   MOVE "S" TO WS-DEFASADA-SW
               END-IF
           END-IF.

           MOVE ZERO TO WS-IND-PAR.
           PERFORM 3200-PROCURA-PAR
               VARYING WS-IND-I FROM 1 BY 1
               UNTIL WS-IND-I > WS-QTD-PARES
                   OR WS-IND-PAR > ZERO.
           IF WS-IND-PAR = ZERO
               IF WS-QTD-PARES < WS-MAX-PARES
                   ADD 1 TO WS-QTD-PARES
                   MOVE WS-QTD-PARES TO WS-IND-PAR
                   MOVE LOG-PAR (1:6)   TO TP-PAR (WS-IND-PAR)
                   MOVE ZERO TO TP-QTD (WS-IND-PAR)
                   MOVE ZERO TO TP-ORIGINAL (WS-IND-PAR)
                   MOVE ZERO TO TP-CONVERTIDO (WS-IND-PAR)
                   MOVE ZERO TO TP-QTD-DEFASADO (WS-IND-PAR)
                   MOVE ZERO TO TP-ORIG-DEFASADO (WS-IND-PAR)
                   MOVE ZERO TO TP-CONV-DEFASADO (WS-IND-PAR)
               ELSE
                   ADD 1 TO WS-QTD-PERDIDAS
                   GO TO 3000-ACUMULA-FIM
               END-IF
           END-IF.

           MOVE ZERO TO WS-IND-VIG.
           PERFORM 3300-PROCURA-VIGENCIA
               VARYING WS-IND-J FROM 1 BY 1
               UNTIL WS-IND-J > WS-QTD-VIGS
                   OR WS-IND-VIG > ZERO.
           IF WS-IND-VIG = ZERO
               IF WS-QTD-VIGS < WS-MAX-VIGS
                   ADD 1 TO WS-QTD-VIGS
                   MOVE WS-QTD-VIGS TO WS-IND-VIG
                   MOVE LOG-PAR (1:6)      TO TV-PAR (WS-IND-VIG)
                   MOVE WS-VIGENCIA-ACHADA TO TV-VIGENCIA (WS-IND-VIG)
                   MOVE WS-TAXA-APLICADA   TO TV-TAXA (WS-IND-VIG)
                   MOVE ZERO TO TV-QTD (WS-IND-VIG)
                   MOVE ZERO TO TV-ORIGINAL (WS-IND-VIG)
                   MOVE ZERO TO TV-CONVERTIDO (WS-IND-VIG)
                   MOVE ZERO TO TV-DIAS-MAX (WS-IND-VIG)
               ELSE
                   ADD 1 TO WS-QTD-PERDIDAS
                   GO TO 3000-ACUMULA-FIM
               END-IF
           END-IF.

           ADD WS-SINAL TO TP-QTD (WS-IND-PAR).
           COMPUTE TP-ORIGINAL (WS-IND-PAR) =
               TP-ORIGINAL (WS-IND-PAR) + WS-VALOR-ORIGINAL * WS-SINAL.
           COMPUTE TP-CONVERTIDO (WS-IND-PAR) =
               TP-CONVERTIDO (WS-IND-PAR)
               + WS-VALOR-CONVERTIDO * WS-SINAL.
           IF TAXA-DEFASADA
               ADD WS-SINAL TO TP-QTD-DEFASADO (WS-IND-PAR)
               COMPUTE TP-ORIG-DEFASADO (WS-IND-PAR) =
                   TP-ORIG-DEFASADO (WS-IND-PAR)
                   + WS-VALOR-ORIGINAL * WS-SINAL
               COMPUTE TP-CONV-DEFASADO (WS-IND-PAR) =
                   TP-CONV-DEFASADO (WS-IND-PAR)
                   + WS-VALOR-CONVERTIDO * WS-SINAL
           END-IF.

           ADD WS-SINAL TO TV-QTD (WS-IND-VIG).
           COMPUTE TV-ORIGINAL (WS-IND-VIG) =
               TV-ORIGINAL (WS-IND-VIG) + WS-VALOR-ORIGINAL * WS-SINAL.
           COMPUTE TV-CONVERTIDO (WS-IND-VIG) =
               TV-CONVERTIDO (WS-IND-VIG)
               + WS-VALOR-CONVERTIDO * WS-SINAL.
           IF WS-SINAL > ZERO
               AND WS-DIAS-IDADE > TV-DIAS-MAX (WS-IND-VIG)
               MOVE WS-DIAS-IDADE TO TV-DIAS-MAX (WS-IND-VIG)
           END-IF.
       3000-ACUMULA-FIM.
           EXIT.

       3100-ACHA-VIGENCIA.
      *a ultima vigencia do par ate a data da conversao com o
      *mesmo valor da taxa gravada; a taxa que depois foi corrigida
      *por cima no PROG14 fica sem vigencia achada
           MOVE ZERO TO WS-VIGENCIA-ACHADA.
           IF NOT TAXAS-ABERTAS OR WS-TAXA-APLICADA = ZERO
               GO TO 3100-ACHA-FIM
           END-IF.
           MOVE "N" TO WS-FIM-TAXAS-SW.
           MOVE LOG-PAR (1:6) TO TAXA-PAR.
           MOVE ZERO TO TAXA-VIGENCIA.
           START TAXAS-CAMBIO KEY NOT < TAXA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-TAXAS-SW
           END-START.
           PERFORM UNTIL FIM-TAXAS
               READ TAXAS-CAMBIO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-TAXAS-SW
                   NOT AT END
                       IF TAXA-PAR NOT = LOG-PAR (1:6)
                           OR TAXA-VIGENCIA > WS-DATA-CONVERSAO
                           MOVE "S" TO WS-FIM-TAXAS-SW
                       ELSE
                           IF TAXA-VALOR = WS-TAXA-APLICADA
                               MOVE TAXA-VIGENCIA
                                   TO WS-VIGENCIA-ACHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3100-ACHA-FIM.
           EXIT.

       3200-PROCURA-PAR.
           IF TP-PAR (WS-IND-I) = LOG-PAR (1:6)
               MOVE WS-IND-I TO WS-IND-PAR
           END-IF.

       3300-PROCURA-VIGENCIA.
           IF TV-PAR (WS-IND-J) = LOG-PAR (1:6)
               AND TV-VIGENCIA (WS-IND-J) = WS-VIGENCIA-ACHADA
               AND TV-TAXA (WS-IND-J) = WS-TAXA-APLICADA
               MOVE WS-IND-J TO WS-IND-VIG
           END-IF.

       4000-ORDENA-TABELAS.
      *pares em ordem de codigo e, dentro do par, as vigencias em
      *ordem de data; troca de vizinhos ate nao sobrar troca, como
      *no PROG16
           MOVE "S" TO WS-TROCOU-SW.
           PERFORM UNTIL NOT TROCOU
               MOVE "N" TO WS-TROCOU-SW
               PERFORM 4100-PASSA-PARES
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J >= WS-QTD-PARES
           END-PERFORM.
           MOVE "S" TO WS-TROCOU-SW.
           PERFORM UNTIL NOT TROCOU
               MOVE "N" TO WS-TROCOU-SW
               PERFORM 4200-PASSA-VIGENCIAS
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J >= WS-QTD-VIGS
           END-PERFORM.

       4100-PASSA-PARES.
           COMPUTE WS-IND-I = WS-IND-J + 1.
           IF TP-PAR (WS-IND-J) > TP-PAR (WS-IND-I)
               MOVE WS-PAR-TOT (WS-IND-J) TO WS-PAR-TROCA
               MOVE WS-PAR-TOT (WS-IND-I) TO WS-PAR-TOT (WS-IND-J)
               MOVE WS-PAR-TROCA          TO WS-PAR-TOT (WS-IND-I)
               MOVE "S" TO WS-TROCOU-SW
           END-IF.

       4200-PASSA-VIGENCIAS.
           COMPUTE WS-IND-I = WS-IND-J + 1.
           IF TV-PAR (WS-IND-J) > TV-PAR (WS-IND-I)
               OR (TV-PAR (WS-IND-J) = TV-PAR (WS-IND-I)
                   AND TV-VIGENCIA (WS-IND-J)
                       > TV-VIGENCIA (WS-IND-I))
               MOVE WS-VIG-TOT (WS-IND-J) TO WS-VIG-TROCA
               MOVE WS-VIG-TOT (WS-IND-I) TO WS-VIG-TOT (WS-IND-J)
               MOVE WS-VIG-TROCA          TO WS-VIG-TOT (WS-IND-I)
               MOVE "S" TO WS-TROCOU-SW
           END-IF.

       5000-IMPRIME-PARES.
      *bloco do par: linha de totais com a taxa media ponderada
      *(total convertido sobre total original), uma linha por
      *vigencia aplicada e a linha do convertido com taxa defasada
           ADD TP-QTD (WS-IND-PAR)        TO WS-GERAL-QTD.
           ADD TP-ORIGINAL (WS-IND-PAR)   TO WS-GERAL-ORIGINAL.
           ADD TP-CONVERTIDO (WS-IND-PAR) TO WS-GERAL-CONVERTIDO.
           ADD TP-QTD-DEFASADO (WS-IND-PAR) TO WS-GERAL-QTD-DEF.
           ADD TP-CONV-DEFASADO (WS-IND-PAR) TO WS-GERAL-CONV-DEF.

           MOVE ZERO TO WS-TAXA-MEDIA.
           IF TP-ORIGINAL (WS-IND-PAR) NOT = ZERO
               COMPUTE WS-TAXA-MEDIA ROUNDED =
                   TP-CONVERTIDO (WS-IND-PAR)
                       / TP-ORIGINAL (WS-IND-PAR)
           END-IF.
           MOVE TP-QTD (WS-IND-PAR)        TO WS-QTD-ED.
           MOVE TP-ORIGINAL (WS-IND-PAR)   TO WS-VALOR-ED.
           MOVE TP-CONVERTIDO (WS-IND-PAR) TO WS-VALOR2-ED.
           MOVE WS-TAXA-MEDIA              TO WS-TAXA-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "PAR " TP-PAR (WS-IND-PAR)
               "  CONVERSOES " WS-QTD-ED
               "  ORIGINAL " WS-VALOR-ED
               "  CONVERTIDO " WS-VALOR2-ED
               "  TAXA MEDIA " WS-TAXA-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.

           PERFORM 5100-IMPRIME-VIGENCIA
               VARYING WS-IND-VIG FROM 1 BY 1
               UNTIL WS-IND-VIG > WS-QTD-VIGS.

           MOVE TP-QTD-DEFASADO (WS-IND-PAR)  TO WS-QTD-ED.
           MOVE TP-ORIG-DEFASADO (WS-IND-PAR) TO WS-VALOR-ED.
           MOVE TP-CONV-DEFASADO (WS-IND-PAR) TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF TP-QTD-DEFASADO (WS-IND-PAR) NOT = ZERO
               STRING "    *** COM TAXA DEFASADA: " WS-QTD-ED
                   " conversao(oes), original " WS-VALOR-ED
                   ", convertido " WS-VALOR2-ED
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "    nenhuma conversao com taxa defasada"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.

       5100-IMPRIME-VIGENCIA.
           IF TV-PAR (WS-IND-VIG) = TP-PAR (WS-IND-PAR)
               MOVE TV-TAXA (WS-IND-VIG)       TO WS-TAXA-ED
               MOVE TV-QTD (WS-IND-VIG)        TO WS-QTD-ED
               MOVE TV-ORIGINAL (WS-IND-VIG)   TO WS-VALOR-ED
               MOVE TV-CONVERTIDO (WS-IND-VIG) TO WS-VALOR2-ED
               MOVE TV-DIAS-MAX (WS-IND-VIG)   TO WS-DIAS-ED
               MOVE SPACES TO WS-LINHA-SAIDA
               IF TV-VIGENCIA (WS-IND-VIG) = ZERO
                   STRING "    TAXA " WS-TAXA-ED
                       " VIGENCIA (nao achada)"
                       " QTD " WS-QTD-ED
                       " ORIGINAL " WS-VALOR-ED
                       " CONVERTIDO " WS-VALOR2-ED
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               ELSE
                   STRING "    TAXA " WS-TAXA-ED
                       " VIGENCIA " TV-VIGENCIA (WS-IND-VIG)
                       " QTD " WS-QTD-ED
                       " ORIGINAL " WS-VALOR-ED
                       " CONVERTIDO " WS-VALOR2-ED
                       " IDADE ATE " WS-DIAS-ED "D"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               END-IF
               WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA
           END-IF.

       6000-IMPRIME-RODAPE.
           MOVE WS-GERAL-QTD        TO WS-QTD-ED.
           MOVE WS-GERAL-ORIGINAL   TO WS-VALOR-ED.
           MOVE WS-GERAL-CONVERTIDO TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "TOTAL GERAL  CONVERSOES " WS-QTD-ED
               "  ORIGINAL " WS-VALOR-ED
               "  CONVERTIDO " WS-VALOR2-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.

           MOVE WS-GERAL-QTD-DEF  TO WS-QTD-ED.
           MOVE WS-GERAL-CONV-DEF TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CONVERTIDO COM TAXA DEFASADA: " WS-QTD-ED
               " conversao(oes), " WS-VALOR2-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-LIQUIDADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Estornos de conversao liquidados no periodo: "
               WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA.

           IF NOT TAXAS-ABERTAS
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "*** TAXAS.DAT indisponivel: vigencias nao "
                   "identificadas"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA
           END-IF.
           IF WS-QTD-PERDIDAS > ZERO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "*** Tabela cheia: parte das conversoes "
                   "ficou fora deste relatorio"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-CONVERSOES FROM WS-LINHA-SAIDA
           END-IF.

       PROGRAM-DONE.
           GOBACK.
