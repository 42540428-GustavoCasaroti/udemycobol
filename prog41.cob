       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG41.
      * consulta de calculos anteriores: procura no PROG3.LOG e nos
      * arquivos mortos PROG3-AAAAMM.LOG do catalogo do PROG11 as
      * linhas que atendem aos filtros pedidos -- periodo, operador,
      * operacao (SOMA, DIVISAO, CONVERSAO, FITA, LISTA, ESTORNO...),
      * numero do lote carimbado pelo 4100-CARIMBA-LOTE-NO-LOG do
      * PROG3 e faixa de valor do resultado -- e mostra o que achou
      * de 20 em 20 linhas na tela, gravando tambem, se pedido, o
      * CONSULTA.RPT. O operador comum so consulta os proprios
      * calculos: o filtro de operador e o nome dele, sem pergunta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *o nome entra por ASSIGN USING porque o log e lido mais de uma
      *vez: primeiro os arquivos mortos, na ordem do catalogo, e por
      *ultimo o log vivo, como no PROG9
           SELECT OPTIONAL LOG-CALCULOS ASSIGN USING WS-NOME-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT OPTIONAL CATALOGO-ARQUIVOS ASSIGN TO "ARQUIVOS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

           SELECT OPTIONAL OPERADORES-MESTRE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT RELATORIO-CONSULTA ASSIGN TO "CONSULTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-CALCULOS.
      *layout do log gravado pelo PROG3 (4000-GRAVA-LOG-CALCULO),
      *o mesmo que o PROG6 e o PROG12 mapeiam, com o carimbo do
      *modo lote (LOTE e o numero) ou do visto (VISTO, ou VETO se
      *recusado, e o cracha) na coluna 116
       01  REG-LOG.
           05  LOG-DATA-HORA    PIC X(19).
           05  FILLER           PIC X(01).
           05  LOG-OPERACAO     PIC X(13).
           05  FILLER           PIC X(01).
           05  LOG-PRIMEIRO     PIC X(08).
           05  FILLER           PIC X(01).
           05  LOG-SEGUNDO      PIC X(08).
           05  FILLER           PIC X(03).
           05  LOG-RESULTADO    PIC X(14).
           05  FILLER           PIC X(01).
           05  LOG-OPERADOR     PIC X(30).
           05  FILLER           PIC X(16).
           05  LOG-MARCA        PIC X(04).
           05  FILLER           PIC X(01).
           05  LOG-LOTE         PIC X(06).
           05  LOG-LOTE-NUM REDEFINES LOG-LOTE
                                PIC 9(06).
           05  FILLER           PIC X(06).

       FD  CATALOGO-ARQUIVOS.
      *catalogo mantido pelo PROG11: uma linha por arquivo morto
      *existente, com o mes AAAAMM e o nome
       01  REG-CATALOGO.
           05  CAT-REG-MES          PIC 9(06).
           05  FILLER               PIC X(01).
           05  CAT-REG-NOME         PIC X(30).

       FD  OPERADORES-MESTRE.
       COPY "OPERMST.CPY".

       FD  RELATORIO-CONSULTA.
       01  REG-CONSULTA             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "OPERADOR.CPY".

       01  WS-NOME-ARQ-LOG      PIC X(30).
       01  WS-STATUS-LOG        PIC X(02).
           88  LOG-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-MST-ABERTO       VALUE "00" "05".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-FIM-LOG-SW        PIC X(01) VALUE "N".
           88  FIM-LOG              VALUE "S".
       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".

       01  WS-QTD-CATALOGO      PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-CAT           PIC 9(03) VALUE ZERO COMP.
       01  TABELA-CATALOGO.
           05  WS-CATALOGO OCCURS 200 TIMES.
               10  WS-CAT-MES       PIC 9(06).
               10  WS-CAT-NOME      PIC X(30).

      *filtros; em branco, o filtro nao limita
       01  WS-DATA-DE           PIC X(08).
       01  WS-DATA-ATE          PIC X(08).
       01  WS-DATA-VALIDA-SW    PIC X(01) VALUE "N".
           88  DATA-VALIDA          VALUE "S".
       01  WS-FILTRO-OPERADOR   PIC X(30).
       01  WS-TAM-OPERADOR      PIC 9(02) VALUE ZERO COMP.
       01  WS-CRACHA-INF        PIC X(30).
       01  WS-FILTRO-OPERACAO   PIC X(13).
       01  WS-TAM-OPERACAO      PIC 9(02) VALUE ZERO COMP.
       01  WS-LOTE-INF          PIC X(06).
       01  WS-FILTRO-LOTE       PIC 9(06) VALUE ZERO.
       01  WS-COM-LOTE-SW       PIC X(01) VALUE "N".
           88  COM-LOTE             VALUE "S".
       01  WS-VALOR-INF         PIC X(16).
       01  WS-VALOR-DE          PIC S9(10)V99 VALUE ZERO.
       01  WS-VALOR-ATE         PIC S9(10)V99 VALUE ZERO.
       01  WS-COM-VALOR-DE-SW   PIC X(01) VALUE "N".
           88  COM-VALOR-DE         VALUE "S".
       01  WS-COM-VALOR-ATE-SW  PIC X(01) VALUE "N".
           88  COM-VALOR-ATE        VALUE "S".
       01  WS-VALOR-VALIDO-SW   PIC X(01) VALUE "N".
           88  VALOR-VALIDO         VALUE "S".
       01  WS-GRAVA-SW          PIC X(01) VALUE "N".
           88  GRAVA-ARQUIVO        VALUE "S".
       01  WS-RESPOSTA          PIC X(01).

       01  WS-DATA-LINHA.
           05  WS-DATA-LINHA-ANO    PIC X(04).
           05  WS-DATA-LINHA-MES    PIC X(02).
           05  WS-DATA-LINHA-DIA    PIC X(02).
       01  WS-VALOR-LINHA       PIC S9(10)V99 VALUE ZERO.

       01  WS-LINHAS-TELA       PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-TELA   PIC 9(02) VALUE 20.
       01  WS-PARA-TELA-SW      PIC X(01) VALUE "N".
           88  PARA-TELA            VALUE "S".
       01  WS-INTERROMPIDA-SW   PIC X(01) VALUE "N".
           88  CONSULTA-INTERROMPIDA VALUE "S".
       01  WS-QTD-ACHADOS       PIC 9(06) VALUE ZERO.
       01  WS-QTD-ARQUIVOS      PIC 9(03) VALUE ZERO.
       01  WS-QTD-ED            PIC ZZZZZ9.
       01  WS-VALOR-ED          PIC -Z(9)9.99.
       01  WS-LINHA-SAIDA       PIC X(132).

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
      *sem operador identificado na area compartilhada nao ha de
      *quem mostrar os calculos; o supervisor consulta qualquer um
           IF NOT NIVEL-SUPERVISOR
               IF OPERADOR-NOME = SPACES
                   OR OPERADOR-NOME = LOW-VALUES
                   DISPLAY "Consulta disponivel so pelo menu, apos "
                       "o sign-on."
                   GO TO PROGRAM-DONE
               END-IF
           END-IF.

           PERFORM 0900-LE-PARAMETROS.

           IF GRAVA-ARQUIVO
               OPEN OUTPUT RELATORIO-CONSULTA
               IF NOT RPT-OK
                   DISPLAY "Erro ao abrir CONSULTA.RPT, status "
                       WS-STATUS-RPT "; consulta so na tela."
                   MOVE "N" TO WS-GRAVA-SW
               ELSE
                   PERFORM 1000-IMPRIME-CABECALHO
               END-IF
           END-IF.

           MOVE ZERO TO WS-QTD-ACHADOS.
           MOVE ZERO TO WS-QTD-ARQUIVOS.
           MOVE ZERO TO WS-LINHAS-TELA.
           MOVE "N" TO WS-PARA-TELA-SW.
           MOVE "N" TO WS-INTERROMPIDA-SW.
           DISPLAY " ".

      *primeiro os meses ja arquivados pelo PROG11, na ordem do
      *catalogo, depois o log vivo: a tela sai em ordem de data
           PERFORM 1500-CARREGA-CATALOGO.
           PERFORM 1600-PROCURA-ARQUIVADO
               THRU 1600-PROCURA-FIM
               VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO
                   OR CONSULTA-INTERROMPIDA.
           IF NOT CONSULTA-INTERROMPIDA
               MOVE "PROG3.LOG" TO WS-NOME-ARQ-LOG
               PERFORM 2000-PROCURA-NO-LOG
           END-IF.

           MOVE WS-QTD-ACHADOS TO WS-QTD-ED.
           DISPLAY " ".
           IF CONSULTA-INTERROMPIDA
               DISPLAY "Consulta interrompida: " WS-QTD-ED
                   " calculo(s) mostrado(s) ate aqui."
           ELSE
               DISPLAY WS-QTD-ED " calculo(s) encontrado(s) em "
                   WS-QTD-ARQUIVOS " arquivo(s) de log."
           END-IF.

           IF GRAVA-ARQUIVO
               PERFORM 6000-IMPRIME-RODAPE
               CLOSE RELATORIO-CONSULTA
               MOVE "CONSULTA.RPT" TO RLP-NOME
               MOVE "PROG41" TO RLP-PROGRAMA
               MOVE ZERO TO RLP-DATA-REF
               IF WS-DATA-ATE IS NUMERIC
                   MOVE WS-DATA-ATE TO RLP-DATA-REF
               END-IF
               MOVE ZERO TO RLP-PAGINAS
               CALL "PROG39"
               DISPLAY "Calculos encontrados gravados em "
                   "CONSULTA.RPT."
           END-IF.
           GO TO PROGRAM-DONE.

       0900-LE-PARAMETROS.
           MOVE "N" TO WS-DATA-VALIDA-SW.
           PERFORM UNTIL DATA-VALIDA
               MOVE SPACES TO WS-DATA-DE
               DISPLAY "Calculos de (AAAAMMDD; vazio = sem limite): "
               ACCEPT WS-DATA-DE
               IF WS-DATA-DE = SPACES OR WS-DATA-DE IS NUMERIC
                   MOVE "S" TO WS-DATA-VALIDA-SW
               ELSE
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATA-VALIDA-SW.
           PERFORM UNTIL DATA-VALIDA
               MOVE SPACES TO WS-DATA-ATE
               DISPLAY "Calculos ate (AAAAMMDD; vazio = sem limite): "
               ACCEPT WS-DATA-ATE
               IF WS-DATA-ATE = SPACES
                   OR (WS-DATA-ATE IS NUMERIC
                       AND (WS-DATA-DE = SPACES
                           OR WS-DATA-ATE NOT < WS-DATA-DE))
                   MOVE "S" TO WS-DATA-VALIDA-SW
               ELSE
                   DISPLAY "Data invalida ou anterior ao inicio."
               END-IF
           END-PERFORM.

           PERFORM 0910-LE-OPERADOR
               THRU 0910-LE-OPERADOR-FIM.

           MOVE SPACES TO WS-FILTRO-OPERACAO.
           DISPLAY "Operacao (SOMA, DIVISAO, CONVERSAO, FITA, LISTA, "
               "ESTORNO...; vazio = todas): ".
           ACCEPT WS-FILTRO-OPERACAO.
           INSPECT WS-FILTRO-OPERACAO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-TAM-OPERACAO.
           INSPECT WS-FILTRO-OPERACAO TALLYING WS-TAM-OPERACAO
               FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE "N" TO WS-COM-LOTE-SW.
           MOVE "N" TO WS-DATA-VALIDA-SW.
           PERFORM UNTIL DATA-VALIDA
               MOVE SPACES TO WS-LOTE-INF
               DISPLAY "Numero do lote (vazio = todos): "
               ACCEPT WS-LOTE-INF
               EVALUATE TRUE
                   WHEN WS-LOTE-INF = SPACES
                       MOVE "S" TO WS-DATA-VALIDA-SW
                   WHEN FUNCTION TEST-NUMVAL(WS-LOTE-INF) = ZERO
                       COMPUTE WS-FILTRO-LOTE =
                           FUNCTION NUMVAL(WS-LOTE-INF)
                       MOVE "S" TO WS-COM-LOTE-SW
                       MOVE "S" TO WS-DATA-VALIDA-SW
                   WHEN OTHER
                       DISPLAY "Lote invalido."
               END-EVALUATE
           END-PERFORM.

      *valores como no log: ponto decimal, sem separador de milhar
           MOVE "N" TO WS-COM-VALOR-DE-SW.
           MOVE "N" TO WS-VALOR-VALIDO-SW.
           PERFORM UNTIL VALOR-VALIDO
               MOVE SPACES TO WS-VALOR-INF
               DISPLAY "Resultado de (ex. 1250.00; vazio = sem "
                   "limite): "
               ACCEPT WS-VALOR-INF
               EVALUATE TRUE
                   WHEN WS-VALOR-INF = SPACES
                       MOVE "S" TO WS-VALOR-VALIDO-SW
                   WHEN FUNCTION TEST-NUMVAL(WS-VALOR-INF) = ZERO
                       COMPUTE WS-VALOR-DE =
                           FUNCTION NUMVAL(WS-VALOR-INF)
                       MOVE "S" TO WS-COM-VALOR-DE-SW
                       MOVE "S" TO WS-VALOR-VALIDO-SW
                   WHEN OTHER
                       DISPLAY "Valor invalido."
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-COM-VALOR-ATE-SW.
           MOVE "N" TO WS-VALOR-VALIDO-SW.
           PERFORM UNTIL VALOR-VALIDO
               MOVE SPACES TO WS-VALOR-INF
               DISPLAY "Resultado ate (vazio = sem limite): "
               ACCEPT WS-VALOR-INF
               EVALUATE TRUE
                   WHEN WS-VALOR-INF = SPACES
                       MOVE "S" TO WS-VALOR-VALIDO-SW
                   WHEN FUNCTION TEST-NUMVAL(WS-VALOR-INF) = ZERO
                       COMPUTE WS-VALOR-ATE =
                           FUNCTION NUMVAL(WS-VALOR-INF)
                       IF COM-VALOR-DE AND WS-VALOR-ATE < WS-VALOR-DE
                           DISPLAY "Valor menor que o inicial."
                       ELSE
                           MOVE "S" TO WS-COM-VALOR-ATE-SW
                           MOVE "S" TO WS-VALOR-VALIDO-SW
                       END-IF
                   WHEN OTHER
                       DISPLAY "Valor invalido."
               END-EVALUATE
           END-PERFORM.

           MOVE "N" TO WS-GRAVA-SW.
           DISPLAY "Gravar tambem em CONSULTA.RPT (S/N)? ".
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE "S" TO WS-GRAVA-SW
           END-IF.

       0910-LE-OPERADOR.
      *operador comum: so o proprio nome, como o PROG3 grava na
      *coluna do operador. Supervisor: cracha do cadastro mestre
      *(vira o nome dele), ou o comeco do nome como esta no log
           MOVE SPACES TO WS-FILTRO-OPERADOR.
           MOVE ZERO TO WS-TAM-OPERADOR.
           IF NOT NIVEL-SUPERVISOR
               MOVE OPERADOR-NOME (1:30) TO WS-FILTRO-OPERADOR
               MOVE 30 TO WS-TAM-OPERADOR
               DISPLAY "Consultando os calculos de "
                   FUNCTION TRIM(WS-FILTRO-OPERADOR) "."
               GO TO 0910-LE-OPERADOR-FIM
           END-IF.

           MOVE SPACES TO WS-CRACHA-INF.
           DISPLAY "Operador (cracha ou comeco do nome; vazio = "
               "todos): ".
           ACCEPT WS-CRACHA-INF.
           IF WS-CRACHA-INF = SPACES
               GO TO 0910-LE-OPERADOR-FIM
           END-IF.
           MOVE WS-CRACHA-INF TO WS-FILTRO-OPERADOR.

           OPEN INPUT OPERADORES-MESTRE.
           IF OPM-MST-ABERTO
               MOVE WS-CRACHA-INF (1:10) TO OPM-ID
               READ OPERADORES-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CRACHA-INF (11:20) = SPACES
                           MOVE OPM-NOME (1:30) TO WS-FILTRO-OPERADOR
                           DISPLAY "Cracha " FUNCTION TRIM(OPM-ID)
                               ": " FUNCTION TRIM(WS-FILTRO-OPERADOR)
                       END-IF
               END-READ
           END-IF.
           CLOSE OPERADORES-MESTRE.

           PERFORM VARYING WS-TAM-OPERADOR FROM 30 BY -1
               UNTIL WS-TAM-OPERADOR = ZERO
                   OR WS-FILTRO-OPERADOR (WS-TAM-OPERADOR:1)
                       NOT = SPACE
               CONTINUE
           END-PERFORM.
       0910-LE-OPERADOR-FIM.
           EXIT.

       1000-IMPRIME-CABECALHO.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Consulta de calculos em " WS-DATA-HORA-LOG
               " por " OPERADOR-NOME (1:40)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONSULTA FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Periodo: " WS-DATA-DE " a " WS-DATA-ATE
               "  Operador: " WS-FILTRO-OPERADOR
               "  Operacao: " WS-FILTRO-OPERACAO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONSULTA FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Lote: " WS-LOTE-INF "  Resultado: "
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 1100-MONTA-FAIXA-VALOR.
           WRITE REG-CONSULTA FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-CONSULTA FROM WS-LINHA-SAIDA.

       1100-MONTA-FAIXA-VALOR.
      *a faixa de valor vai na linha do lote, a partir da coluna 28
           IF COM-VALOR-DE
               MOVE WS-VALOR-DE TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO WS-LINHA-SAIDA (28:15)
           ELSE
               MOVE "(sem limite)" TO WS-LINHA-SAIDA (28:15)
           END-IF.
           MOVE " a " TO WS-LINHA-SAIDA (43:3).
           IF COM-VALOR-ATE
               MOVE WS-VALOR-ATE TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO WS-LINHA-SAIDA (46:15)
           ELSE
               MOVE "(sem limite)" TO WS-LINHA-SAIDA (46:15)
           END-IF.

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
                               MOVE CAT-REG-MES
                                   TO WS-CAT-MES (WS-QTD-CATALOGO)
                               MOVE CAT-REG-NOME
                                   TO WS-CAT-NOME (WS-QTD-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-ARQUIVOS
           END-IF.

       1600-PROCURA-ARQUIVADO.
      *so os arquivos mortos do log de calculos; o mes do arquivo
      *e o do arquivamento, entao um mes anterior ao inicio do
      *periodo nao tem nada a mostrar -- mas um mes posterior ao
      *fim ainda pode ter linhas do fim do mes anterior
           IF WS-CAT-NOME (WS-IND-CAT) (1:6) NOT = "PROG3-"
               GO TO 1600-PROCURA-FIM
           END-IF.
           IF WS-DATA-DE NOT = SPACES
               AND WS-CAT-MES (WS-IND-CAT) < WS-DATA-DE (1:6)
               GO TO 1600-PROCURA-FIM
           END-IF.
           MOVE WS-CAT-NOME (WS-IND-CAT) TO WS-NOME-ARQ-LOG.
           PERFORM 2000-PROCURA-NO-LOG.
       1600-PROCURA-FIM.
           EXIT.

       2000-PROCURA-NO-LOG.
           MOVE "N" TO WS-FIM-LOG-SW.
           OPEN INPUT LOG-CALCULOS.
           IF LOG-SEM-ARQUIVO
               CLOSE LOG-CALCULOS
           ELSE
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM UNTIL FIM-LOG OR CONSULTA-INTERROMPIDA
                   READ LOG-CALCULOS
                       AT END
                           MOVE "S" TO WS-FIM-LOG-SW
                       NOT AT END
                           PERFORM 3000-CONFERE-LINHA
                               THRU 3000-CONFERE-FIM
                   END-READ
               END-PERFORM
               CLOSE LOG-CALCULOS
           END-IF.

       3000-CONFERE-LINHA.
           MOVE LOG-DATA-HORA (1:4) TO WS-DATA-LINHA-ANO.
           MOVE LOG-DATA-HORA (6:2) TO WS-DATA-LINHA-MES.
           MOVE LOG-DATA-HORA (9:2) TO WS-DATA-LINHA-DIA.
           IF WS-DATA-DE NOT = SPACES
               AND WS-DATA-LINHA < WS-DATA-DE
               GO TO 3000-CONFERE-FIM
           END-IF.
           IF WS-DATA-ATE NOT = SPACES
               AND WS-DATA-LINHA > WS-DATA-ATE
               GO TO 3000-CONFERE-FIM
           END-IF.
           IF WS-TAM-OPERADOR > ZERO
               AND LOG-OPERADOR (1:WS-TAM-OPERADOR)
                   NOT = WS-FILTRO-OPERADOR (1:WS-TAM-OPERADOR)
               GO TO 3000-CONFERE-FIM
           END-IF.
           IF WS-TAM-OPERACAO > ZERO
               AND LOG-OPERACAO (1:WS-TAM-OPERACAO)
                   NOT = WS-FILTRO-OPERACAO (1:WS-TAM-OPERACAO)
               GO TO 3000-CONFERE-FIM
           END-IF.
      *o lote so existe nas linhas do modo lote, carimbadas "LOTE"
           IF COM-LOTE
               IF LOG-MARCA NOT = "LOTE"
                   OR LOG-LOTE IS NOT NUMERIC
                   GO TO 3000-CONFERE-FIM
               END-IF
               IF LOG-LOTE-NUM NOT = WS-FILTRO-LOTE
                   GO TO 3000-CONFERE-FIM
               END-IF
           END-IF.
           IF COM-VALOR-DE OR COM-VALOR-ATE
               IF FUNCTION TEST-NUMVAL(LOG-RESULTADO) NOT = ZERO
                   GO TO 3000-CONFERE-FIM
               END-IF
               COMPUTE WS-VALOR-LINHA =
                   FUNCTION NUMVAL(LOG-RESULTADO)
               IF COM-VALOR-DE AND WS-VALOR-LINHA < WS-VALOR-DE
                   GO TO 3000-CONFERE-FIM
               END-IF
               IF COM-VALOR-ATE AND WS-VALOR-LINHA > WS-VALOR-ATE
                   GO TO 3000-CONFERE-FIM
               END-IF
           END-IF.

           ADD 1 TO WS-QTD-ACHADOS.
           IF GRAVA-ARQUIVO
               WRITE REG-CONSULTA FROM REG-LOG
           END-IF.
           IF NOT PARA-TELA
               PERFORM 3100-MOSTRA-LINHA
           END-IF.
       3000-CONFERE-FIM.
           EXIT.

       3100-MOSTRA-LINHA.
      *F encerra a tela; gravando o arquivo, a procura continua ate
      *o fim pra o CONSULTA.RPT sair completo
           IF WS-LINHAS-TELA >= WS-MAX-LINHAS-TELA
               MOVE ZERO TO WS-LINHAS-TELA
               DISPLAY "-- Enter continua, F encerra: "
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = "F" OR WS-RESPOSTA = "f"
                   MOVE "S" TO WS-PARA-TELA-SW
                   IF NOT GRAVA-ARQUIVO
                       MOVE "S" TO WS-INTERROMPIDA-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT PARA-TELA
               DISPLAY REG-LOG
               ADD 1 TO WS-LINHAS-TELA
           END-IF.

       6000-IMPRIME-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-CONSULTA FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-ACHADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING WS-QTD-ED " calculo(s) encontrado(s) em "
               WS-QTD-ARQUIVOS " arquivo(s) de log."
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CONSULTA FROM WS-LINHA-SAIDA.

       PROGRAM-DONE.
           GOBACK.
