       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG31.
      * relatorio de faltas e atrasos contra a escala de turnos:
      * cruza a escala do periodo pedido (ESCALA.DAT, mantida no
      * PROG30) com os sign-ons do PROG4.LOG e os sign-offs
      * (DESPEDIDA) do PROG5.LOG, arquivos mortos do catalogo do
      * PROG11 inclusive, e grava ESCALA.RPT com quatro blocos: quem
      * estava escalado e nao entrou (falta), quem entrou depois do
      * inicio do turno mais a tolerancia (atraso), quem saiu antes
      * do fim do turno menos a tolerancia (saida antecipada) e quem
      * entrou sem estar escalado -- em folga, em ferias, sem escala
      * no dia ou fora do horario escalado. Os logs levam o nome e
      * nao o cracha; o nome e casado com o cracha da escala pelo
      * cadastro mestre, como no PROG20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-EVENTOS ASSIGN USING WS-NOME-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT OPTIONAL CATALOGO-ARQUIVOS ASSIGN TO "ARQUIVOS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

           SELECT OPTIONAL ESCALA-TURNOS ASSIGN TO "ESCALA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WS-STATUS-ESC.

           SELECT OPTIONAL OPERADORES-MESTRE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT RELATORIO-ESCALA ASSIGN TO "ESCALA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-EVENTOS.
      *mesmo mapa do PROG20: sign-on do PROG4 com o nome depois da
      *data/hora, sign-off do PROG5 com o codigo DESPEDIDA
       01  REG-LOG-EVENTO.
           05  EVT-DATA-HORA        PIC X(19).
           05  FILLER               PIC X(01).
           05  EVT-RESTO            PIC X(230).
       01  REG-LOG-TURNO REDEFINES REG-LOG-EVENTO.
           05  TUR-DATA-HORA        PIC X(19).
           05  FILLER               PIC X(01).
           05  TUR-CODIGO           PIC X(12).
           05  FILLER               PIC X(01).
           05  TUR-TEXTO            PIC X(50).
           05  FILLER               PIC X(03).
           05  TUR-NOME             PIC X(120).
           05  FILLER               PIC X(44).

       FD  CATALOGO-ARQUIVOS.
      *catalogo mantido pelo PROG11: uma linha por arquivo morto
       01  REG-CATALOGO.
           05  CAT-REG-MES          PIC 9(06).
           05  FILLER               PIC X(01).
           05  CAT-REG-NOME         PIC X(30).

       FD  ESCALA-TURNOS.
       COPY "ESCALA.CPY".

       FD  OPERADORES-MESTRE.
       COPY "OPERMST.CPY".

       FD  RELATORIO-ESCALA.
       01  REG-RELATORIO            PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       01  WS-STATUS-LOG        PIC X(02).
           88  LOG-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-ESC        PIC X(02).
           88  ESC-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-RPT        PIC X(02).

       01  WS-NOME-ARQ-LOG      PIC X(30).

       01  WS-FIM-LOG-SW        PIC X(01) VALUE "N".
           88  FIM-LOG              VALUE "S".
       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".
       01  WS-FIM-OPM-SW        PIC X(01) VALUE "N".
           88  FIM-OPM              VALUE "S".
       01  WS-FIM-ESC-SW        PIC X(01) VALUE "N".
           88  FIM-ESC              VALUE "S".
       01  WS-ESCALA-ABERTA-SW  PIC X(01) VALUE "N".
           88  ESCALA-ABERTA        VALUE "S".

       01  WS-DATA-DE           PIC X(08).
       01  WS-DATA-ATE          PIC X(08).
       01  WS-DIA-DE            PIC 9(07) COMP.
       01  WS-DIA-ATE           PIC 9(07) COMP.

      *tolerancias em minutos: atraso so conta passando de
      *WS-TOLERANCIA-ATRASO do inicio, saida antecipada so antes de
      *WS-TOLERANCIA-SAIDA do fim; o sign-on vale pro turno se vier
      *ate WS-ANTECEDENCIA-MAX antes do inicio, e o sign-off se
      *vier ate WS-PERMANENCIA-MAX depois do fim
       01  WS-TOLERANCIA-ATRASO PIC 9(03) VALUE 10.
       01  WS-TOLERANCIA-SAIDA  PIC 9(03) VALUE 10.
       01  WS-ANTECEDENCIA-MAX  PIC 9(03) VALUE 120.
       01  WS-PERMANENCIA-MAX   PIC 9(03) VALUE 240.

       01  WS-QTD-CATALOGO      PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-CAT           PIC 9(03) VALUE ZERO COMP.
       01  TABELA-CATALOGO.
           05  WS-CAT-NOME OCCURS 200 TIMES PIC X(30).

      *cadastro mestre em memoria, pra casar nome do log e cracha
      *da escala nos dois sentidos
       01  WS-QTD-OPERADORES    PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-OP            PIC 9(03) VALUE ZERO COMP.
       01  TABELA-OPERADORES.
           05  WS-OPERADOR-TAB OCCURS 200 TIMES.
               10  OP-CRACHA        PIC X(10).
               10  OP-NOME          PIC X(60).

      *sign-ons e sign-offs do periodo com um dia de folga em cada
      *ponta, pro turno da noite; o minuto corrido permite comparar
      *horarios de dias diferentes
       01  WS-QTD-EVENTOS       PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-EVENTOS       PIC 9(04) VALUE 2000 COMP.
       01  WS-EVENTOS-PERDIDOS  PIC 9(04) VALUE ZERO COMP.
       01  TABELA-EVENTOS.
           05  WS-EVENTO OCCURS 2000 TIMES.
               10  EV-NOME          PIC X(60).
               10  EV-TIPO          PIC X(01).
      *E = entrada (sign-on), S = saida (DESPEDIDA)
               10  EV-DATA-HORA     PIC X(19).
               10  EV-MINUTO        PIC 9(11) COMP.
               10  EV-USADO-SW      PIC X(01).
                   88  EV-USADO         VALUE "S".
       01  WS-IND-EV            PIC 9(04) VALUE ZERO COMP.
       01  WS-TIPO-EVENTO-W     PIC X(01).
       01  WS-IND-ENTRADA       PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-SAIDA         PIC 9(04) VALUE ZERO COMP.

       01  WS-DATA-NUM          PIC 9(08).
       01  WS-DATA-PARTES REDEFINES WS-DATA-NUM.
           05  WS-DATA-ANO      PIC X(04).
           05  WS-DATA-MES      PIC X(02).
           05  WS-DATA-DIA      PIC X(02).
       01  WS-HORA-HH           PIC 9(02).
       01  WS-HORA-MM           PIC 9(02).
       01  WS-DIA-EVENTO        PIC 9(07) COMP.
       01  WS-HORA-TEXTO        PIC 9(04).

      *janela do dia escalado em minutos corridos
       01  WS-DIA-ESCALA        PIC 9(07) COMP.
       01  WS-MIN-INICIO        PIC 9(11) COMP.
       01  WS-MIN-FIM           PIC 9(11) COMP.
       01  WS-JANELA-DE         PIC 9(11) COMP.
       01  WS-JANELA-ATE        PIC 9(11) COMP.
       01  WS-DIFERENCA-MIN     PIC 9(05) COMP.
       01  WS-DIFERENCA-ED      PIC ZZZZ9.
       01  WS-NOME-ACHADO       PIC X(60).
       01  WS-CRACHA-ACHADO     PIC X(10).

      *ocorrencias achadas, impressas por bloco no fim
       01  WS-QTD-OCORRENCIAS   PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-OCORRENCIAS   PIC 9(04) VALUE 1000 COMP.
       01  WS-OCORR-PERDIDAS    PIC 9(04) VALUE ZERO COMP.
       01  TABELA-OCORRENCIAS.
           05  WS-OCORRENCIA OCCURS 1000 TIMES.
               10  OC-TIPO          PIC 9(01).
      *1 = falta, 2 = atraso, 3 = saida antecipada, 4 = fora da
      *escala
               10  OC-DATA          PIC X(08).
               10  OC-CRACHA        PIC X(10).
               10  OC-NOME          PIC X(30).
               10  OC-DETALHE       PIC X(60).
       01  WS-OCORRENCIA-TROCA.
           05  TROCA-TIPO           PIC 9(01).
           05  TROCA-DATA           PIC X(08).
           05  TROCA-CRACHA         PIC X(10).
           05  TROCA-NOME           PIC X(30).
           05  TROCA-DETALHE        PIC X(60).
       01  WS-IND-OC            PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-I             PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-J             PIC 9(04) VALUE ZERO COMP.
       01  WS-TROCOU-SW         PIC X(01) VALUE "N".
           88  TROCOU               VALUE "S".
       01  WS-OC-TIPO-W         PIC 9(01).
       01  WS-OC-DATA-W         PIC X(08).
       01  WS-OC-DETALHE-W      PIC X(60).

       01  WS-TIPO-SECAO        PIC 9(01).
       01  WS-QTD-SECAO         PIC 9(04) VALUE ZERO COMP.
       01  WS-QTD-SECAO-ED      PIC ZZZ9.
       01  WS-QTD-DIAS-ESCALA   PIC 9(05) VALUE ZERO COMP.
       01  WS-QTD-DIAS-ED       PIC ZZZZ9.
       01  WS-LINHA-SAIDA       PIC X(132).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE ZERO TO WS-QTD-EVENTOS.
           MOVE ZERO TO WS-EVENTOS-PERDIDOS.
           MOVE ZERO TO WS-QTD-OCORRENCIAS.
           MOVE ZERO TO WS-OCORR-PERDIDAS.
           MOVE ZERO TO WS-QTD-DIAS-ESCALA.

           PERFORM 0900-LE-PARAMETROS.
           PERFORM 1100-CARREGA-OPERADORES.

      *arquivos mortos primeiro, logs vivos depois, como no PROG20
           PERFORM 1500-CARREGA-CATALOGO.
           PERFORM 1600-CARREGA-ARQUIVADOS
               VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO.
           MOVE "PROG4.LOG" TO WS-NOME-ARQ-LOG.
           PERFORM 2000-CARREGA-UM-LOG.
           MOVE "PROG5.LOG" TO WS-NOME-ARQ-LOG.
           PERFORM 2000-CARREGA-UM-LOG.

           OPEN INPUT ESCALA-TURNOS.
           IF ESC-IDX-ABERTO
               MOVE "S" TO WS-ESCALA-ABERTA-SW
               PERFORM 3000-CONFERE-ESCALA
           ELSE
               MOVE "N" TO WS-ESCALA-ABERTA-SW
               DISPLAY "ESCALA.DAT indisponivel, status "
                   WS-STATUS-ESC "; todo sign-on sai fora da escala."
           END-IF.
           PERFORM 4000-CONFERE-FORA-ESCALA
               THRU 4000-CONFERE-FIM
               VARYING WS-IND-EV FROM 1 BY 1
               UNTIL WS-IND-EV > WS-QTD-EVENTOS.
           IF ESCALA-ABERTA
               CLOSE ESCALA-TURNOS
           END-IF.

           PERFORM 5500-ORDENA-OCORRENCIAS.

           OPEN OUTPUT RELATORIO-ESCALA.
           PERFORM 1000-IMPRIME-CABECALHO.
           PERFORM 6000-IMPRIME-SECAO
               VARYING WS-TIPO-SECAO FROM 1 BY 1
               UNTIL WS-TIPO-SECAO > 4.
           PERFORM 7000-IMPRIME-RODAPE.
           CLOSE RELATORIO-ESCALA.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "ESCALA.RPT" TO RLP-NOME.
           MOVE "PROG31" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           IF WS-DATA-ATE IS NUMERIC
               MOVE WS-DATA-ATE TO RLP-DATA-REF
           END-IF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

           DISPLAY "Relatorio de faltas e atrasos gravado em "
               "ESCALA.RPT.".
           GO TO PROGRAM-DONE.

       0900-LE-PARAMETROS.
           MOVE SPACES TO WS-DATA-DE.
           PERFORM UNTIL WS-DATA-DE IS NUMERIC
               DISPLAY "Escala de (AAAAMMDD): "
               ACCEPT WS-DATA-DE
               IF WS-DATA-DE IS NOT NUMERIC
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DATA-ATE.
           PERFORM UNTIL WS-DATA-ATE IS NUMERIC
               AND WS-DATA-ATE NOT < WS-DATA-DE
               DISPLAY "Escala ate (AAAAMMDD): "
               ACCEPT WS-DATA-ATE
               IF WS-DATA-ATE IS NOT NUMERIC
                   OR WS-DATA-ATE < WS-DATA-DE
                   DISPLAY "Data invalida ou anterior ao inicio."
                   MOVE SPACES TO WS-DATA-ATE
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DE TO WS-DATA-NUM.
           COMPUTE WS-DIA-DE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           MOVE WS-DATA-ATE TO WS-DATA-NUM.
           COMPUTE WS-DIA-ATE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).

       1000-IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "FALTAS E ATRASOS CONTRA A ESCALA - PERIODO "
               WS-DATA-DE " A " WS-DATA-ATE
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "TOLERANCIA DE " WS-TOLERANCIA-ATRASO
               " MIN NO INICIO E DE " WS-TOLERANCIA-SAIDA
               " MIN NO FIM DO TURNO"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

       1100-CARREGA-OPERADORES.
           MOVE ZERO TO WS-QTD-OPERADORES.
           MOVE "N" TO WS-FIM-OPM-SW.
           OPEN INPUT OPERADORES-MESTRE.
           IF OPM-IDX-ABERTO
               MOVE LOW-VALUES TO OPM-ID
               START OPERADORES-MESTRE KEY NOT < OPM-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIM-OPM-SW
               END-START
               PERFORM UNTIL FIM-OPM
                   READ OPERADORES-MESTRE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-OPM-SW
                       NOT AT END
                           IF WS-QTD-OPERADORES < 200
                               ADD 1 TO WS-QTD-OPERADORES
                               MOVE OPM-ID
                                   TO OP-CRACHA (WS-QTD-OPERADORES)
                               MOVE OPM-NOME
                                   TO OP-NOME (WS-QTD-OPERADORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-MESTRE
           ELSE
               DISPLAY "OPERADORES.DAT indisponivel, status "
                   WS-STATUS-OPM "; nomes nao serao casados."
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
                               MOVE CAT-REG-NOME
                                   TO WS-CAT-NOME (WS-QTD-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-ARQUIVOS
           END-IF.

       1600-CARREGA-ARQUIVADOS.
           IF WS-CAT-NOME (WS-IND-CAT) (1:6) = "PROG4-"
               OR WS-CAT-NOME (WS-IND-CAT) (1:6) = "PROG5-"
               MOVE WS-CAT-NOME (WS-IND-CAT) TO WS-NOME-ARQ-LOG
               PERFORM 2000-CARREGA-UM-LOG
           END-IF.

       2000-CARREGA-UM-LOG.
           MOVE "N" TO WS-FIM-LOG-SW.
           OPEN INPUT LOG-EVENTOS.
           IF LOG-SEM-ARQUIVO
               CLOSE LOG-EVENTOS
           ELSE
               PERFORM UNTIL FIM-LOG
                   READ LOG-EVENTOS
                       AT END
                           MOVE "S" TO WS-FIM-LOG-SW
                       NOT AT END
                           PERFORM 2100-CLASSIFICA-LINHA
                               THRU 2100-CLASSIFICA-FIM
                   END-READ
               END-PERFORM
               CLOSE LOG-EVENTOS
           END-IF.

       2100-CLASSIFICA-LINHA.
      *mesmos filtros do PROG20: no log de sign-on as linhas
      *marcadas nao sao presenca; no PROG5.LOG so a DESPEDIDA vale
           IF EVT-DATA-HORA (1:4) IS NOT NUMERIC
               OR EVT-DATA-HORA (6:2) IS NOT NUMERIC
               OR EVT-DATA-HORA (9:2) IS NOT NUMERIC
               OR EVT-DATA-HORA (12:2) IS NOT NUMERIC
               OR EVT-DATA-HORA (15:2) IS NOT NUMERIC
               GO TO 2100-CLASSIFICA-FIM
           END-IF.
           MOVE EVT-DATA-HORA (1:4) TO WS-DATA-ANO.
           MOVE EVT-DATA-HORA (6:2) TO WS-DATA-MES.
           MOVE EVT-DATA-HORA (9:2) TO WS-DATA-DIA.
           COMPUTE WS-DIA-EVENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           IF WS-DIA-EVENTO + 1 < WS-DIA-DE
               OR WS-DIA-EVENTO > WS-DIA-ATE + 1
               GO TO 2100-CLASSIFICA-FIM
           END-IF.
           IF WS-NOME-ARQ-LOG (1:5) = "PROG4"
               IF EVT-RESTO (1:13) NOT = "ACESSO-NEGADO"
                   AND EVT-RESTO (1:13) NOT = "AVISO-EXIBIDO"
                   AND EVT-RESTO (1:13) NOT = "PIN-RECUSADO"
                   AND EVT-RESTO (1:13) NOT = "PIN-BLOQUEIO"
                   AND EVT-RESTO (1:13) NOT = "SESSAO-DUPLA"
                   AND EVT-RESTO NOT = SPACES
                   MOVE EVT-RESTO (1:60) TO WS-NOME-ACHADO
                   MOVE "E" TO WS-TIPO-EVENTO-W
                   PERFORM 2200-GUARDA-EVENTO
               END-IF
           ELSE
               IF TUR-CODIGO = "DESPEDIDA"
                   MOVE TUR-NOME (1:60) TO WS-NOME-ACHADO
                   MOVE "S" TO WS-TIPO-EVENTO-W
                   PERFORM 2200-GUARDA-EVENTO
               END-IF
           END-IF.
       2100-CLASSIFICA-FIM.
           EXIT.

       2200-GUARDA-EVENTO.
           IF WS-QTD-EVENTOS < WS-MAX-EVENTOS
               ADD 1 TO WS-QTD-EVENTOS
               MOVE WS-NOME-ACHADO TO EV-NOME (WS-QTD-EVENTOS)
               MOVE WS-TIPO-EVENTO-W TO EV-TIPO (WS-QTD-EVENTOS)
               MOVE EVT-DATA-HORA  TO EV-DATA-HORA (WS-QTD-EVENTOS)
               MOVE EVT-DATA-HORA (12:2) TO WS-HORA-HH
               MOVE EVT-DATA-HORA (15:2) TO WS-HORA-MM
               COMPUTE EV-MINUTO (WS-QTD-EVENTOS) =
                   WS-DIA-EVENTO * 1440
                   + WS-HORA-HH * 60 + WS-HORA-MM
               MOVE "N" TO EV-USADO-SW (WS-QTD-EVENTOS)
           ELSE
               ADD 1 TO WS-EVENTOS-PERDIDOS
           END-IF.

       3000-CONFERE-ESCALA.
      *a chave comeca pelo cracha: le a escala inteira e confere so
      *os dias do periodo em que ha turno escalado
           MOVE "N" TO WS-FIM-ESC-SW.
           MOVE LOW-VALUES TO ESC-CHAVE.
           START ESCALA-TURNOS KEY NOT < ESC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ESC-SW
           END-START.
           PERFORM UNTIL FIM-ESC
               READ ESCALA-TURNOS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ESC-SW
                   NOT AT END
                       IF ESC-DATA NOT < WS-DATA-DE
                           AND ESC-DATA NOT > WS-DATA-ATE
                           AND ESC-ESCALADO
                           PERFORM 3100-CONFERE-DIA-ESCALADO
                               THRU 3100-CONFERE-FIM
                       END-IF
               END-READ
           END-PERFORM.

       3100-CONFERE-DIA-ESCALADO.
           ADD 1 TO WS-QTD-DIAS-ESCALA.
           MOVE ESC-CRACHA TO WS-CRACHA-ACHADO.
           PERFORM 3200-ACHA-NOME.
           MOVE ESC-DATA TO WS-OC-DATA-W.

           COMPUTE WS-DIA-ESCALA =
               FUNCTION INTEGER-OF-DATE(ESC-DATA).
           MOVE ESC-HORA-INICIO TO WS-HORA-TEXTO.
           MOVE WS-HORA-TEXTO (1:2) TO WS-HORA-HH.
           MOVE WS-HORA-TEXTO (3:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-INICIO =
               WS-DIA-ESCALA * 1440 + WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE ESC-HORA-FIM TO WS-HORA-TEXTO.
           MOVE WS-HORA-TEXTO (1:2) TO WS-HORA-HH.
           MOVE WS-HORA-TEXTO (3:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-FIM =
               WS-DIA-ESCALA * 1440 + WS-HORA-HH * 60 + WS-HORA-MM.
      *fim menor ou igual ao inicio: o turno vira a meia-noite
           IF ESC-HORA-FIM NOT > ESC-HORA-INICIO
               ADD 1440 TO WS-MIN-FIM
           END-IF.

      *entrada do turno: o primeiro sign-on do operador entre a
      *antecedencia maxima e o fim do turno; os demais sign-ons
      *dentro da janela (volta depois de queda, por exemplo) ficam
      *marcados como do turno e nao saem fora da escala
           COMPUTE WS-JANELA-DE = WS-MIN-INICIO - WS-ANTECEDENCIA-MAX.
           MOVE WS-MIN-FIM TO WS-JANELA-ATE.
           MOVE ZERO TO WS-IND-ENTRADA.
           PERFORM 3110-PROCURA-ENTRADA
               VARYING WS-IND-EV FROM 1 BY 1
               UNTIL WS-IND-EV > WS-QTD-EVENTOS.

           IF WS-IND-ENTRADA = ZERO
               MOVE 1 TO WS-OC-TIPO-W
               MOVE SPACES TO WS-OC-DETALHE-W
               STRING "escalado turno " ESC-CODIGO " "
                   ESC-HORA-INICIO "-" ESC-HORA-FIM
                   ", sem sign-on"
                   DELIMITED BY SIZE INTO WS-OC-DETALHE-W
               PERFORM 5000-GUARDA-OCORRENCIA
               GO TO 3100-CONFERE-FIM
           END-IF.

           IF EV-MINUTO (WS-IND-ENTRADA)
               > WS-MIN-INICIO + WS-TOLERANCIA-ATRASO
               COMPUTE WS-DIFERENCA-MIN =
                   EV-MINUTO (WS-IND-ENTRADA) - WS-MIN-INICIO
               MOVE WS-DIFERENCA-MIN TO WS-DIFERENCA-ED
               MOVE 2 TO WS-OC-TIPO-W
               MOVE SPACES TO WS-OC-DETALHE-W
               STRING "turno " ESC-CODIGO " inicio "
                   ESC-HORA-INICIO ", sign-on "
                   EV-DATA-HORA (WS-IND-ENTRADA) (12:5)
                   " (" WS-DIFERENCA-ED " min)"
                   DELIMITED BY SIZE INTO WS-OC-DETALHE-W
               PERFORM 5000-GUARDA-OCORRENCIA
           END-IF.

      *saida do turno: o ultimo sign-off depois da entrada, ate a
      *permanencia maxima apos o fim; sem sign-off nenhum e turno
      *aberto, assunto do PROG9/PROG16, nao deste relatorio
           MOVE EV-MINUTO (WS-IND-ENTRADA) TO WS-JANELA-DE.
           COMPUTE WS-JANELA-ATE = WS-MIN-FIM + WS-PERMANENCIA-MAX.
           MOVE ZERO TO WS-IND-SAIDA.
           PERFORM 3120-PROCURA-SAIDA
               VARYING WS-IND-EV FROM 1 BY 1
               UNTIL WS-IND-EV > WS-QTD-EVENTOS.

           IF WS-IND-SAIDA > ZERO
               AND EV-MINUTO (WS-IND-SAIDA) + WS-TOLERANCIA-SAIDA
                   < WS-MIN-FIM
               COMPUTE WS-DIFERENCA-MIN =
                   WS-MIN-FIM - EV-MINUTO (WS-IND-SAIDA)
               MOVE WS-DIFERENCA-MIN TO WS-DIFERENCA-ED
               MOVE 3 TO WS-OC-TIPO-W
               MOVE SPACES TO WS-OC-DETALHE-W
               STRING "turno " ESC-CODIGO " fim "
                   ESC-HORA-FIM ", sign-off "
                   EV-DATA-HORA (WS-IND-SAIDA) (12:5)
                   " (" WS-DIFERENCA-ED " min antes)"
                   DELIMITED BY SIZE INTO WS-OC-DETALHE-W
               PERFORM 5000-GUARDA-OCORRENCIA
           END-IF.
       3100-CONFERE-FIM.
           EXIT.

       3110-PROCURA-ENTRADA.
           IF EV-TIPO (WS-IND-EV) = "E"
               AND EV-NOME (WS-IND-EV) = WS-NOME-ACHADO
               AND EV-MINUTO (WS-IND-EV) NOT < WS-JANELA-DE
               AND EV-MINUTO (WS-IND-EV) < WS-JANELA-ATE
               MOVE "S" TO EV-USADO-SW (WS-IND-EV)
               IF WS-IND-ENTRADA = ZERO
                   MOVE WS-IND-EV TO WS-IND-ENTRADA
               ELSE
                   IF EV-MINUTO (WS-IND-EV)
                       < EV-MINUTO (WS-IND-ENTRADA)
                       MOVE WS-IND-EV TO WS-IND-ENTRADA
                   END-IF
               END-IF
           END-IF.

       3120-PROCURA-SAIDA.
           IF EV-TIPO (WS-IND-EV) = "S"
               AND EV-NOME (WS-IND-EV) = WS-NOME-ACHADO
               AND EV-MINUTO (WS-IND-EV) NOT < WS-JANELA-DE
               AND EV-MINUTO (WS-IND-EV) NOT > WS-JANELA-ATE
               IF WS-IND-SAIDA = ZERO
                   MOVE WS-IND-EV TO WS-IND-SAIDA
               ELSE
                   IF EV-MINUTO (WS-IND-EV)
                       > EV-MINUTO (WS-IND-SAIDA)
                       MOVE WS-IND-EV TO WS-IND-SAIDA
                   END-IF
               END-IF
           END-IF.

       3200-ACHA-NOME.
      *cracha da escala -> nome gravado nos logs; cracha fora do
      *cadastro nao casa com nenhum sign-on e sai como falta
           MOVE SPACES TO WS-NOME-ACHADO.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1
               UNTIL WS-IND-OP > WS-QTD-OPERADORES
                   OR WS-NOME-ACHADO NOT = SPACES
               IF OP-CRACHA (WS-IND-OP) = WS-CRACHA-ACHADO
                   MOVE OP-NOME (WS-IND-OP) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM.
           IF WS-NOME-ACHADO = SPACES
               MOVE "(cracha fora do cadastro)" TO WS-NOME-ACHADO
           END-IF.

       3300-ACHA-CRACHA.
      *nome do log -> cracha, pra achar a escala do dia do sign-on
           MOVE SPACES TO WS-CRACHA-ACHADO.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1
               UNTIL WS-IND-OP > WS-QTD-OPERADORES
                   OR WS-CRACHA-ACHADO NOT = SPACES
               IF OP-NOME (WS-IND-OP) = WS-NOME-ACHADO
                   MOVE OP-CRACHA (WS-IND-OP) TO WS-CRACHA-ACHADO
               END-IF
           END-PERFORM.

       4000-CONFERE-FORA-ESCALA.
      *todo sign-on do periodo que nao ficou preso a um turno
      *escalado e trabalho fora da escala; o motivo sai da escala
      *do proprio dia do sign-on
           IF EV-TIPO (WS-IND-EV) NOT = "E"
               OR EV-USADO (WS-IND-EV)
               GO TO 4000-CONFERE-FIM
           END-IF.
           MOVE EV-DATA-HORA (WS-IND-EV) (1:4) TO WS-DATA-ANO.
           MOVE EV-DATA-HORA (WS-IND-EV) (6:2) TO WS-DATA-MES.
           MOVE EV-DATA-HORA (WS-IND-EV) (9:2) TO WS-DATA-DIA.
           IF WS-DATA-NUM < WS-DATA-DE OR WS-DATA-NUM > WS-DATA-ATE
               GO TO 4000-CONFERE-FIM
           END-IF.
           MOVE WS-DATA-NUM TO WS-OC-DATA-W.
           MOVE EV-NOME (WS-IND-EV) TO WS-NOME-ACHADO.
           PERFORM 3300-ACHA-CRACHA.

           MOVE 4 TO WS-OC-TIPO-W.
           MOVE SPACES TO WS-OC-DETALHE-W.
           IF NOT ESCALA-ABERTA
               STRING "sign-on " EV-DATA-HORA (WS-IND-EV) (12:5)
                   ", escala indisponivel"
                   DELIMITED BY SIZE INTO WS-OC-DETALHE-W
               PERFORM 5000-GUARDA-OCORRENCIA
               GO TO 4000-CONFERE-FIM
           END-IF.
           IF WS-CRACHA-ACHADO = SPACES
               MOVE "?" TO WS-CRACHA-ACHADO
               STRING "sign-on " EV-DATA-HORA (WS-IND-EV) (12:5)
                   ", nome sem cracha no cadastro"
                   DELIMITED BY SIZE INTO WS-OC-DETALHE-W
               PERFORM 5000-GUARDA-OCORRENCIA
               GO TO 4000-CONFERE-FIM
           END-IF.

           MOVE WS-CRACHA-ACHADO TO ESC-CRACHA.
           MOVE WS-DATA-NUM      TO ESC-DATA.
           READ ESCALA-TURNOS
               INVALID KEY
                   STRING "sign-on " EV-DATA-HORA (WS-IND-EV) (12:5)
                       ", sem escala no dia"
                       DELIMITED BY SIZE INTO WS-OC-DETALHE-W
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ESC-FOLGA
                           STRING "sign-on "
                               EV-DATA-HORA (WS-IND-EV) (12:5)
                               ", dia de folga"
                               DELIMITED BY SIZE
                               INTO WS-OC-DETALHE-W
                       WHEN ESC-FERIAS
                           STRING "sign-on "
                               EV-DATA-HORA (WS-IND-EV) (12:5)
                               ", em ferias"
                               DELIMITED BY SIZE
                               INTO WS-OC-DETALHE-W
                       WHEN OTHER
                           STRING "sign-on "
                               EV-DATA-HORA (WS-IND-EV) (12:5)
                               ", fora do turno " ESC-CODIGO " "
                               ESC-HORA-INICIO "-" ESC-HORA-FIM
                               DELIMITED BY SIZE
                               INTO WS-OC-DETALHE-W
                   END-EVALUATE
           END-READ.
           PERFORM 5000-GUARDA-OCORRENCIA.
       4000-CONFERE-FIM.
           EXIT.

       5000-GUARDA-OCORRENCIA.
           IF WS-QTD-OCORRENCIAS < WS-MAX-OCORRENCIAS
               ADD 1 TO WS-QTD-OCORRENCIAS
               MOVE WS-OC-TIPO-W     TO OC-TIPO (WS-QTD-OCORRENCIAS)
               MOVE WS-OC-DATA-W     TO OC-DATA (WS-QTD-OCORRENCIAS)
               MOVE WS-CRACHA-ACHADO
                   TO OC-CRACHA (WS-QTD-OCORRENCIAS)
               MOVE WS-NOME-ACHADO   TO OC-NOME (WS-QTD-OCORRENCIAS)
               MOVE WS-OC-DETALHE-W
                   TO OC-DETALHE (WS-QTD-OCORRENCIAS)
           ELSE
               ADD 1 TO WS-OCORR-PERDIDAS
           END-IF.

       5500-ORDENA-OCORRENCIAS.
      *por bloco, data e cracha, troca de vizinhos como no PROG20
           MOVE "S" TO WS-TROCOU-SW.
           PERFORM UNTIL NOT TROCOU
               MOVE "N" TO WS-TROCOU-SW
               PERFORM 5510-PASSA-ORDENACAO
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J >= WS-QTD-OCORRENCIAS
           END-PERFORM.

       5510-PASSA-ORDENACAO.
           COMPUTE WS-IND-I = WS-IND-J + 1.
           IF OC-TIPO (WS-IND-J) > OC-TIPO (WS-IND-I)
               OR (OC-TIPO (WS-IND-J) = OC-TIPO (WS-IND-I)
                   AND OC-DATA (WS-IND-J) > OC-DATA (WS-IND-I))
               OR (OC-TIPO (WS-IND-J) = OC-TIPO (WS-IND-I)
                   AND OC-DATA (WS-IND-J) = OC-DATA (WS-IND-I)
                   AND OC-CRACHA (WS-IND-J) > OC-CRACHA (WS-IND-I))
               MOVE WS-OCORRENCIA (WS-IND-J) TO WS-OCORRENCIA-TROCA
               MOVE WS-OCORRENCIA (WS-IND-I)
                   TO WS-OCORRENCIA (WS-IND-J)
               MOVE WS-OCORRENCIA-TROCA TO WS-OCORRENCIA (WS-IND-I)
               MOVE "S" TO WS-TROCOU-SW
           END-IF.

       6000-IMPRIME-SECAO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           EVALUATE WS-TIPO-SECAO
               WHEN 1
                   MOVE "FALTAS (ESCALADO SEM SIGN-ON)"
                       TO WS-LINHA-SAIDA
               WHEN 2
                   MOVE "ATRASOS NO SIGN-ON" TO WS-LINHA-SAIDA
               WHEN 3
                   MOVE "SAIDAS ANTECIPADAS" TO WS-LINHA-SAIDA
               WHEN OTHER
                   MOVE "TRABALHO FORA DA ESCALA" TO WS-LINHA-SAIDA
           END-EVALUATE.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "DATA     CRACHA     OPERADOR                       "
               "OCORRENCIA"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

           MOVE ZERO TO WS-QTD-SECAO.
           PERFORM 6100-IMPRIME-OCORRENCIA
               VARYING WS-IND-OC FROM 1 BY 1
               UNTIL WS-IND-OC > WS-QTD-OCORRENCIAS.

           IF WS-QTD-SECAO = ZERO
               MOVE "  (nenhuma ocorrencia)" TO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.
           MOVE WS-QTD-SECAO TO WS-QTD-SECAO-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "TOTAL DO BLOCO: " WS-QTD-SECAO-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

       6100-IMPRIME-OCORRENCIA.
           IF OC-TIPO (WS-IND-OC) = WS-TIPO-SECAO
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING OC-DATA (WS-IND-OC) " "
                   OC-CRACHA (WS-IND-OC) " "
                   OC-NOME (WS-IND-OC) " "
                   OC-DETALHE (WS-IND-OC)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       7000-IMPRIME-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-DIAS-ESCALA TO WS-QTD-DIAS-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "DIAS DE TURNO ESCALADOS NO PERIODO: "
               WS-QTD-DIAS-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           IF WS-EVENTOS-PERDIDOS > ZERO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "*** TABELA DE EVENTOS CHEIA: PARTE DOS "
                   "SIGN-ONS FICOU FORA DO RELATORIO"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.
           IF WS-OCORR-PERDIDAS > ZERO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "*** TABELA DE OCORRENCIAS CHEIA: "
                   "REDUZA O PERIODO"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       PROGRAM-DONE.
           GOBACK.
