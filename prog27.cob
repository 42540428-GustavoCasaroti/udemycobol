       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG27.
      * relatorio de prazo de chegada dos decks de pares: cruza o
      * cadastro de remetentes (REMETENTES.DAT, do PROG26) com a
      * fila LOTES.DAT do PROG18 na data de referencia e aponta,
      * remetente por remetente, o deck que chegou no prazo, o que
      * chegou depois da hora limite e o que nao chegou. Na rodada
      * do fechamento, deck que nao chegou vira pendencia em
      * PENDENCIAS.DAT, pro supervisor da manha dar ciencia no
      * sign-on e cobrar o departamento.
      * Num feriado do FERIADOS.DAT nenhum deck e esperado. Roda
      * como passo do fechamento (PROG15), antes do lote de pares,
      * e tambem avulso, com a data de referencia do DATAREF.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADASTRO-REMETENTES
               ASSIGN TO "REMETENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REM-CODIGO
               FILE STATUS IS WS-STATUS-REM.

           SELECT OPTIONAL FILA-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.

           SELECT OPTIONAL FERIADOS-CAL ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-STATUS-FER.

           SELECT OPTIONAL CONFIG-DATA-REF ASSIGN TO "DATAREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REF.

           SELECT OPTIONAL ARQUIVO-PENDENCIAS
               ASSIGN TO "PENDENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEN.

           SELECT RELATORIO-PRAZO ASSIGN TO "PRAZO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-REMETENTES.
       COPY "REMETENTE.CPY".

       FD  FILA-LOTES.
      *fila de lotes do PROG18: interessam a data, a hora e o
      *remetente de cada deck registrado
       COPY "LOTE.CPY".

       FD  FERIADOS-CAL.
       COPY "FERIADO.CPY".

       FD  CONFIG-DATA-REF.
      *data de referencia pedida, em AAAAMMDD; sem o arquivo (ou
      *com conteudo invalido) vale a data de hoje
       01  REG-DATA-REF         PIC X(08).

       FD  ARQUIVO-PENDENCIAS.
      *deck que nao chegou fica pendente aqui ate a ciencia do
      *supervisor no sign-on do PROG1
       COPY "PENDENCIA.CPY".

       FD  RELATORIO-PRAZO.
       01  REG-PRAZO            PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada

       COPY "NOTIFPED.CPY".
      *pedido de notificacao pro PROG36: cada pendencia apontada
      *aqui tambem sai pro gateway de correio

       01  WS-STATUS-REM        PIC X(02).
           88  REM-OK               VALUE "00".
       01  WS-STATUS-LOT        PIC X(02).
           88  LOT-OK               VALUE "00".
       01  WS-STATUS-FER        PIC X(02).
           88  FER-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-REF        PIC X(02).
           88  REF-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-PEN        PIC X(02).
           88  PEN-NAO-ENCONTRADO   VALUE "35".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-FIM-REM-SW        PIC X(01) VALUE "N".
           88  FIM-REMETENTES       VALUE "S".
       01  WS-FIM-LOT-SW        PIC X(01) VALUE "N".
           88  FIM-LOTES            VALUE "S".
       01  WS-FERIADO-SW        PIC X(01) VALUE "N".
           88  DIA-FERIADO          VALUE "S".
       01  WS-ACHOU-DECK-SW     PIC X(01) VALUE "N".
           88  ACHOU-DECK           VALUE "S".

       01  WS-DATA-REF          PIC X(08).
       01  WS-DATA-REF-NUM      PIC 9(08).
       01  WS-DIA-SEMANA        PIC 9(01).
      *1 = segunda ... 7 = domingo, a ordem do REM-DIAS-SEMANA
       01  WS-NOME-DIA          PIC X(08).
       01  WS-FERIADO-DESCRICAO PIC X(40).

       01  WS-HORA-CHEGADA      PIC 9(04).
      *hora HHMM do primeiro deck do remetente no dia; lote antigo
      *sem hora anotada conta como chegado no prazo
       01  WS-LOTE-CHEGADA      PIC 9(06).
       01  WS-QTD-DECKS-DIA     PIC 9(03).
       01  WS-SITUACAO-DECK     PIC X(12).

       01  WS-QTD-ESPERADOS     PIC 9(04) VALUE ZERO.
       01  WS-QTD-NO-PRAZO      PIC 9(04) VALUE ZERO.
       01  WS-QTD-ATRASADOS     PIC 9(04) VALUE ZERO.
       01  WS-QTD-FALTANDO      PIC 9(04) VALUE ZERO.
       01  WS-QTD-ED            PIC ZZZ9.

       01  WS-LINHA-SAIDA       PIC X(132).

       01  WS-DATA-LOG          PIC X(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "00" TO FECHA-RETORNO.
           MOVE ZERO TO WS-QTD-ESPERADOS.
           MOVE ZERO TO WS-QTD-NO-PRAZO.
           MOVE ZERO TO WS-QTD-ATRASADOS.
           MOVE ZERO TO WS-QTD-FALTANDO.
           MOVE "N" TO WS-FIM-REM-SW.
           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD.
           PERFORM 0900-LE-DATA-REFERENCIA.
           MOVE WS-DATA-REF TO WS-DATA-REF-NUM.
           PERFORM 0950-CALCULA-DIA-SEMANA.
           PERFORM 0800-CONFERE-FERIADO.

           OPEN OUTPUT RELATORIO-PRAZO.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir PRAZO.RPT, status "
                   WS-STATUS-RPT
               MOVE "08" TO FECHA-RETORNO
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1000-IMPRIME-CABECALHO.

           IF DIA-FERIADO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Feriado: " WS-FERIADO-DESCRICAO
                   " -- nenhum deck esperado."
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-PRAZO FROM WS-LINHA-SAIDA
               CLOSE RELATORIO-PRAZO
               PERFORM 6900-GUARDA-GERACAO
               DISPLAY "Feriado; nenhum deck esperado hoje."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT CADASTRO-REMETENTES.
           IF NOT REM-OK
      *sem cadastro (ou cadastro vazio) nao ha prazo a cobrar
               MOVE "Nenhum remetente cadastrado." TO WS-LINHA-SAIDA
               WRITE REG-PRAZO FROM WS-LINHA-SAIDA
               CLOSE CADASTRO-REMETENTES
               CLOSE RELATORIO-PRAZO
               PERFORM 6900-GUARDA-GERACAO
               DISPLAY "Nenhum remetente cadastrado; PRAZO.RPT "
                   "gravado sem cobranca."
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM UNTIL FIM-REMETENTES
               READ CADASTRO-REMETENTES NEXT
                   AT END
                       MOVE "S" TO WS-FIM-REM-SW
                   NOT AT END
                       PERFORM 2000-CONFERE-REMETENTE
                           THRU 2000-CONFERE-FIM
               END-READ
           END-PERFORM.
           CLOSE CADASTRO-REMETENTES.

           PERFORM 6000-IMPRIME-RODAPE.
           CLOSE RELATORIO-PRAZO.
           PERFORM 6900-GUARDA-GERACAO.

           DISPLAY "Prazo dos decks gravado em PRAZO.RPT: "
               WS-QTD-ESPERADOS " esperado(s), "
               WS-QTD-ATRASADOS " atrasado(s), "
               WS-QTD-FALTANDO " faltando.".
           GO TO PROGRAM-DONE.

       0800-CONFERE-FERIADO.
      *no fechamento o PROG15 ja consultou o calendario; avulso,
      *com outra data de referencia, a consulta e feita aqui
           MOVE "N" TO WS-FERIADO-SW.
           MOVE SPACES TO WS-FERIADO-DESCRICAO.
           OPEN INPUT FERIADOS-CAL.
           IF FER-IDX-ABERTO
               MOVE WS-DATA-REF-NUM TO FER-DATA
               READ FERIADOS-CAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-FERIADO-SW
                       MOVE FER-DESCRICAO TO WS-FERIADO-DESCRICAO
               END-READ
               CLOSE FERIADOS-CAL
           END-IF.
           IF FECHA-MODO-AUTO AND FECHA-FERIADO
               MOVE "S" TO WS-FERIADO-SW
           END-IF.

       0900-LE-DATA-REFERENCIA.
      *mesma convencao do PROG6: uma data valida em DATAREF.DAT
      *troca o "hoje" do relatorio
           OPEN INPUT CONFIG-DATA-REF.
           IF REF-SEM-ARQUIVO
               CONTINUE
           ELSE
               READ CONFIG-DATA-REF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-DATA-REF IS NUMERIC
                           AND REG-DATA-REF NOT = "00000000"
                           MOVE REG-DATA-REF TO WS-DATA-REF
                       END-IF
               END-READ
           END-IF.
           CLOSE CONFIG-DATA-REF.

       0950-CALCULA-DIA-SEMANA.
      *mesma conta do PROG12: o dia 1 do calendario inteiro caiu
      *numa segunda, entao o resto por 7 da 1 a 6 de segunda a
      *sabado e 0 no domingo
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATA-REF-NUM),
                   7).
           IF WS-DIA-SEMANA = ZERO
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           EVALUATE WS-DIA-SEMANA
               WHEN 1 MOVE "segunda"  TO WS-NOME-DIA
               WHEN 2 MOVE "terca"    TO WS-NOME-DIA
               WHEN 3 MOVE "quarta"   TO WS-NOME-DIA
               WHEN 4 MOVE "quinta"   TO WS-NOME-DIA
               WHEN 5 MOVE "sexta"    TO WS-NOME-DIA
               WHEN 6 MOVE "sabado"   TO WS-NOME-DIA
               WHEN OTHER MOVE "domingo" TO WS-NOME-DIA
           END-EVALUATE.

       1000-IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Prazo de chegada dos decks de pares - "
               WS-DATA-REF (7:2) "/" WS-DATA-REF (5:2) "/"
               WS-DATA-REF (1:4) " (" FUNCTION TRIM(WS-NOME-DIA) ")"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Remetente  Nome                 Limite Chegada "
               "Lote   Decks Situacao     Contato"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

       2000-CONFERE-REMETENTE.
      *so entra no relatorio o remetente que manda deck no dia da
      *semana da data de referencia
           IF REM-DIAS-SEMANA (WS-DIA-SEMANA:1) NOT = "S"
               GO TO 2000-CONFERE-FIM
           END-IF.
           ADD 1 TO WS-QTD-ESPERADOS.

           PERFORM 2100-PROCURA-DECKS.

           IF NOT ACHOU-DECK
               MOVE "NAO CHEGOU" TO WS-SITUACAO-DECK
               ADD 1 TO WS-QTD-FALTANDO
      *a pendencia so sai da rodada do fechamento: a consulta
      *avulsa pelo menu nao pendura de novo o mesmo deck
               IF FECHA-MODO-AUTO
                   PERFORM 2400-GRAVA-PENDENCIA
               END-IF
           ELSE
               IF WS-HORA-CHEGADA > REM-HORA-LIMITE
                   MOVE "ATRASADO" TO WS-SITUACAO-DECK
                   ADD 1 TO WS-QTD-ATRASADOS
               ELSE
                   MOVE "NO PRAZO" TO WS-SITUACAO-DECK
                   ADD 1 TO WS-QTD-NO-PRAZO
               END-IF
           END-IF.

           PERFORM 3000-IMPRIME-LINHA.
       2000-CONFERE-FIM.
           EXIT.

       2100-PROCURA-DECKS.
      *varre a fila inteira atras dos decks do remetente registrados
      *na data: vale a hora do primeiro que chegou
           MOVE "N" TO WS-ACHOU-DECK-SW.
           MOVE "N" TO WS-FIM-LOT-SW.
           MOVE ZERO TO WS-HORA-CHEGADA.
           MOVE ZERO TO WS-LOTE-CHEGADA.
           MOVE ZERO TO WS-QTD-DECKS-DIA.
           OPEN INPUT FILA-LOTES.
           IF NOT LOT-OK
               CLOSE FILA-LOTES
           ELSE
               PERFORM UNTIL FIM-LOTES
                   READ FILA-LOTES
                       AT END
                           MOVE "S" TO WS-FIM-LOT-SW
                       NOT AT END
                           IF LOT-REMETENTE = REM-CODIGO
                               AND LOT-DATA-REGISTRO = WS-DATA-REF-NUM
                               PERFORM 2200-ANOTA-DECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILA-LOTES
           END-IF.

       2200-ANOTA-DECK.
           ADD 1 TO WS-QTD-DECKS-DIA.
           IF LOT-HORA-REGISTRO IS NOT NUMERIC
               MOVE ZERO TO LOT-HORA-REGISTRO
           END-IF.
           IF NOT ACHOU-DECK
               OR LOT-HORA-REGISTRO < WS-HORA-CHEGADA
               MOVE LOT-HORA-REGISTRO TO WS-HORA-CHEGADA
               MOVE LOT-NUMERO TO WS-LOTE-CHEGADA
           END-IF.
           MOVE "S" TO WS-ACHOU-DECK-SW.

       2400-GRAVA-PENDENCIA.
      *pendura o deck que nao chegou em PENDENCIAS.DAT, do mesmo
      *jeito que o PROG3 pendura o lote fora de balanco
           OPEN EXTEND ARQUIVO-PENDENCIAS.
           IF PEN-NAO-ENCONTRADO
               OPEN OUTPUT ARQUIVO-PENDENCIAS
               CLOSE ARQUIVO-PENDENCIAS
               OPEN EXTEND ARQUIVO-PENDENCIAS
           END-IF.

           MOVE SPACES TO REG-PENDENCIA.
           MOVE "P" TO PEN-SITUACAO.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           MOVE WS-DATA-LOG TO PEN-DATA.
           MOVE "PRAZO-DECKS" TO PEN-ORIGEM.
           MOVE SPACES TO PEN-DESCRICAO.
           STRING "deck de " FUNCTION TRIM(REM-CODIGO)
               " nao chegou em " WS-DATA-REF (7:2) "/"
               WS-DATA-REF (5:2) "/" WS-DATA-REF (1:4)
               DELIMITED BY SIZE INTO PEN-DESCRICAO.
           WRITE REG-PENDENCIA.

           CLOSE ARQUIVO-PENDENCIAS.

      *a mesma pendencia vai pro gateway de correio, pro grupo da
      *origem na tabela de rotas
           MOVE "A" TO NTP-SEVERIDADE.
           MOVE PEN-ORIGEM TO NTP-ORIGEM.
           MOVE PEN-DESCRICAO TO NTP-TEXTO.
           CALL "PROG36".

       3000-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF ACHOU-DECK
               STRING REM-CODIGO " " REM-NOME " "
                   REM-HORA-LIMITE (1:2) ":" REM-HORA-LIMITE (3:2)
                   "  " WS-HORA-CHEGADA (1:2) ":"
                   WS-HORA-CHEGADA (3:2) "   "
                   WS-LOTE-CHEGADA " " WS-QTD-DECKS-DIA "   "
                   WS-SITUACAO-DECK " " REM-CONTATO
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING REM-CODIGO " " REM-NOME " "
                   REM-HORA-LIMITE (1:2) ":" REM-HORA-LIMITE (3:2)
                   "  --:--   ------ 000   "
                   WS-SITUACAO-DECK " " REM-CONTATO
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

       6000-IMPRIME-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-ESPERADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Decks esperados no dia:    " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-NO-PRAZO TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Chegaram no prazo:         " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-ATRASADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Chegaram atrasados:        " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

           MOVE WS-QTD-FALTANDO TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Nao chegaram (pendencia):  " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-PRAZO FROM WS-LINHA-SAIDA.

       6900-GUARDA-GERACAO.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40 -- tambem a do
      *feriado e a sem remetente cadastrado
           MOVE "PRAZO.RPT" TO RLP-NOME.
           MOVE "PROG27" TO RLP-PROGRAMA.
           MOVE WS-DATA-REF-NUM TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

       PROGRAM-DONE.
           GOBACK.
