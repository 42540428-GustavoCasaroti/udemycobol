       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG40.
      * catalogo de relatorios: lista as geracoes datadas guardadas
      * pelo PROG39 no RELATORIOS.CAT, por relatorio e data de
      * referencia, com filtro opcional de nome e de periodo, e
      * deixa mostrar na tela ou reimprimir qualquer geracao que
      * ainda exista. A reimpressao vai pro REIMPRESSAO.RPT com uma
      * linha de identificacao na frente (relatorio, programa,
      * data da geracao original, quem reimprimiu e quando), pra a
      * copia nunca ser confundida com o relatorio do dia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-RELATORIOS
               ASSIGN TO "RELATORIOS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

           SELECT RELATORIO-GERACAO ASSIGN USING WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GER.

           SELECT RELATORIO-REIMPRESSAO ASSIGN TO "REIMPRESSAO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-RELATORIOS.
       COPY "RELCAT.CPY".

       FD  RELATORIO-GERACAO.
       01  REG-RELATORIO-GERACAO  PIC X(250).

       FD  RELATORIO-REIMPRESSAO.
       01  REG-REIMPRESSAO        PIC X(250).

       WORKING-STORAGE SECTION.

       COPY "OPERADOR.CPY".

       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-GER        PIC X(02).
           88  GER-OK               VALUE "00".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".
       01  WS-FIM-GER-SW        PIC X(01) VALUE "N".
           88  FIM-GERACAO          VALUE "S".
       01  WS-FIM-CONSULTA-SW   PIC X(01) VALUE "N".
           88  FIM-CONSULTA         VALUE "S".

       01  WS-FILTRO-NOME       PIC X(30).
       01  WS-TAM-FILTRO        PIC 9(02) VALUE ZERO COMP.
       01  WS-DATA-DE           PIC X(08).
       01  WS-DATA-ATE          PIC X(08).
       01  WS-DATA-VALIDA-SW    PIC X(01) VALUE "N".
           88  DATA-VALIDA          VALUE "S".

       01  WS-QTD-GERACOES      PIC 9(03) VALUE ZERO COMP.
       01  WS-MAX-GERACOES      PIC 9(03) VALUE 500 COMP.
       01  WS-GERACOES-FORA     PIC 9(05) VALUE ZERO.
      *geracoes alem da capacidade da tabela: ficam as mais
      *recentes e a lista avisa quantas antigas ficaram de fora
       01  TABELA-GERACOES.
           05  WS-GERACAO OCCURS 500 TIMES.
               10  GT-RELATORIO     PIC X(30).
               10  GT-DATA-REF      PIC 9(08).
               10  GT-DATA-HORA     PIC X(19).
               10  GT-PROGRAMA      PIC X(08).
               10  GT-OPERADOR      PIC X(30).
               10  GT-PAGINAS       PIC 9(04).
               10  GT-LINHAS        PIC 9(06).
               10  GT-GERACAO       PIC X(40).
       01  WS-GERACAO-TROCA.
           05  TROCA-RELATORIO      PIC X(30).
           05  TROCA-DATA-REF       PIC 9(08).
           05  TROCA-DATA-HORA      PIC X(19).
           05  TROCA-PROGRAMA       PIC X(08).
           05  TROCA-OPERADOR       PIC X(30).
           05  TROCA-PAGINAS        PIC 9(04).
           05  TROCA-LINHAS         PIC 9(06).
           05  TROCA-GERACAO        PIC X(40).

       01  WS-IND-I             PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-J             PIC 9(03) VALUE ZERO COMP.
       01  WS-TROCOU-SW         PIC X(01) VALUE "N".
           88  TROCOU               VALUE "S".

       01  WS-ESCOLHA-INF       PIC X(03).
       01  WS-ESCOLHA           PIC 9(03) VALUE ZERO.
       01  WS-ESCOLHA-ED        PIC ZZ9.
       01  WS-ACAO              PIC 9(01) VALUE ZERO.
           88  ACAO-MOSTRAR         VALUE 1.
           88  ACAO-REIMPRIMIR      VALUE 2.
           88  ACAO-VOLTAR          VALUE 3.
       01  WS-RESPOSTA          PIC X(01).
       01  WS-PARA-LISTA-SW     PIC X(01) VALUE "N".
           88  PARA-LISTA           VALUE "S".

       01  WS-NOME-GERACAO      PIC X(40).
       01  WS-LINHAS-TELA       PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-TELA   PIC 9(02) VALUE 20.
       01  WS-QTD-LINHAS        PIC 9(06) VALUE ZERO.
       01  WS-PAGINAS-ED        PIC ZZZ9.
       01  WS-LINHAS-ED         PIC ZZZZZ9.
       01  WS-LINHA-SAIDA       PIC X(250).

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
           PERFORM 0900-LE-PARAMETROS.
           PERFORM 1000-CARREGA-CATALOGO.
           IF WS-QTD-GERACOES = ZERO
               DISPLAY "Nenhuma geracao de relatorio no catalogo "
                   "para o filtro pedido."
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 2000-ORDENA-GERACOES.

           MOVE "N" TO WS-FIM-CONSULTA-SW.
           PERFORM UNTIL FIM-CONSULTA
               PERFORM 3000-ESCOLHE-GERACAO
                   THRU 3000-ESCOLHE-FIM
           END-PERFORM.
           GO TO PROGRAM-DONE.

       0900-LE-PARAMETROS.
      *nome em branco lista todos os relatorios; o nome pode vir
      *sem a extensao (PONTO acha PONTO.RPT) e datas em branco nao
      *limitam o periodo de referencia
           MOVE SPACES TO WS-FILTRO-NOME.
           DISPLAY "Relatorio (ex. PONTO.RPT; vazio = todos): ".
           ACCEPT WS-FILTRO-NOME.
           INSPECT WS-FILTRO-NOME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-TAM-FILTRO.
           INSPECT WS-FILTRO-NOME TALLYING WS-TAM-FILTRO
               FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE "N" TO WS-DATA-VALIDA-SW.
           PERFORM UNTIL DATA-VALIDA
               MOVE SPACES TO WS-DATA-DE
               DISPLAY "Referencia de (AAAAMMDD; vazio = sem "
                   "limite): "
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
               DISPLAY "Referencia ate (AAAAMMDD; vazio = sem "
                   "limite): "
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

       1000-CARREGA-CATALOGO.
           MOVE ZERO TO WS-QTD-GERACOES.
           MOVE ZERO TO WS-GERACOES-FORA.
           MOVE "N" TO WS-FIM-CAT-SW.
           OPEN INPUT CATALOGO-RELATORIOS.
           IF CAT-SEM-ARQUIVO
               CLOSE CATALOGO-RELATORIOS
           ELSE
               PERFORM UNTIL FIM-CAT
                   READ CATALOGO-RELATORIOS
                       AT END
                           MOVE "S" TO WS-FIM-CAT-SW
                       NOT AT END
                           PERFORM 1100-FILTRA-GERACAO
                               THRU 1100-FILTRA-FIM
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-RELATORIOS
           END-IF.

       1100-FILTRA-GERACAO.
           IF WS-TAM-FILTRO > ZERO
               IF RLC-RELATORIO (1:WS-TAM-FILTRO)
                   NOT = WS-FILTRO-NOME (1:WS-TAM-FILTRO)
                   GO TO 1100-FILTRA-FIM
               END-IF
           END-IF.
           IF WS-DATA-DE NOT = SPACES
               AND RLC-DATA-REF < WS-DATA-DE
               GO TO 1100-FILTRA-FIM
           END-IF.
           IF WS-DATA-ATE NOT = SPACES
               AND RLC-DATA-REF > WS-DATA-ATE
               GO TO 1100-FILTRA-FIM
           END-IF.

      *o catalogo vem em ordem de gravacao: tabela cheia, sai a
      *geracao mais antiga e a nova entra no fim
           IF WS-QTD-GERACOES < WS-MAX-GERACOES
               ADD 1 TO WS-QTD-GERACOES
           ELSE
               ADD 1 TO WS-GERACOES-FORA
               PERFORM 1200-DESLOCA-TABELA
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J >= WS-QTD-GERACOES
           END-IF.
           MOVE RLC-RELATORIO TO GT-RELATORIO (WS-QTD-GERACOES).
           MOVE RLC-DATA-REF  TO GT-DATA-REF (WS-QTD-GERACOES).
           MOVE RLC-DATA-HORA TO GT-DATA-HORA (WS-QTD-GERACOES).
           MOVE RLC-PROGRAMA  TO GT-PROGRAMA (WS-QTD-GERACOES).
           MOVE RLC-OPERADOR  TO GT-OPERADOR (WS-QTD-GERACOES).
           MOVE RLC-PAGINAS   TO GT-PAGINAS (WS-QTD-GERACOES).
           MOVE RLC-LINHAS    TO GT-LINHAS (WS-QTD-GERACOES).
           MOVE RLC-GERACAO   TO GT-GERACAO (WS-QTD-GERACOES).
       1100-FILTRA-FIM.
           EXIT.

       1200-DESLOCA-TABELA.
           COMPUTE WS-IND-I = WS-IND-J + 1.
           MOVE WS-GERACAO (WS-IND-I) TO WS-GERACAO (WS-IND-J).

       2000-ORDENA-GERACOES.
      *ordena por relatorio, data de referencia e hora da geracao
      *(o formato AAAA-MM-DD HH:MM:SS ordena certo como texto);
      *troca de vizinhos ate nao sobrar troca nenhuma, como no
      *PROG16
           MOVE "S" TO WS-TROCOU-SW.
           PERFORM UNTIL NOT TROCOU
               MOVE "N" TO WS-TROCOU-SW
               PERFORM 2100-PASSA-ORDENACAO
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J >= WS-QTD-GERACOES
           END-PERFORM.

       2100-PASSA-ORDENACAO.
           COMPUTE WS-IND-I = WS-IND-J + 1.
           IF GT-RELATORIO (WS-IND-J) > GT-RELATORIO (WS-IND-I)
               OR (GT-RELATORIO (WS-IND-J) = GT-RELATORIO (WS-IND-I)
                   AND GT-DATA-REF (WS-IND-J) > GT-DATA-REF (WS-IND-I))
               OR (GT-RELATORIO (WS-IND-J) = GT-RELATORIO (WS-IND-I)
                   AND GT-DATA-REF (WS-IND-J) = GT-DATA-REF (WS-IND-I)
                   AND GT-DATA-HORA (WS-IND-J)
                       > GT-DATA-HORA (WS-IND-I))
               MOVE WS-GERACAO (WS-IND-J) TO WS-GERACAO-TROCA
               MOVE WS-GERACAO (WS-IND-I) TO WS-GERACAO (WS-IND-J)
               MOVE WS-GERACAO-TROCA      TO WS-GERACAO (WS-IND-I)
               MOVE "S" TO WS-TROCOU-SW
           END-IF.

       3000-ESCOLHE-GERACAO.
      *lista de 20 em 20 linhas; o numero da geracao pode ser
      *digitado em qualquer pausa da lista ou no fim dela
           DISPLAY " ".
           DISPLAY "Nr  Relatorio          Ref.     Gerado em"
               "           Programa  Pag.  Linhas Operador".
           IF WS-GERACOES-FORA > ZERO
               DISPLAY "(" WS-GERACOES-FORA " geracao(oes) mais "
                   "antiga(s) fora da lista; refine o filtro)"
           END-IF.
           MOVE SPACES TO WS-ESCOLHA-INF.
           MOVE ZERO TO WS-LINHAS-TELA.
           MOVE "N" TO WS-PARA-LISTA-SW.
           PERFORM 3100-MOSTRA-LINHA-LISTA
               VARYING WS-IND-J FROM 1 BY 1
               UNTIL WS-IND-J > WS-QTD-GERACOES
                   OR PARA-LISTA.
           IF NOT PARA-LISTA
               DISPLAY "Numero da geracao (vazio sai): "
               ACCEPT WS-ESCOLHA-INF
           END-IF.

           IF WS-ESCOLHA-INF = SPACES
               MOVE "S" TO WS-FIM-CONSULTA-SW
               GO TO 3000-ESCOLHE-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-ESCOLHA-INF) NOT = ZERO
               DISPLAY "Numero invalido."
               GO TO 3000-ESCOLHE-FIM
           END-IF.
           COMPUTE WS-ESCOLHA = FUNCTION NUMVAL(WS-ESCOLHA-INF).
           IF WS-ESCOLHA < 1 OR WS-ESCOLHA > WS-QTD-GERACOES
               DISPLAY "Numero fora da lista."
               GO TO 3000-ESCOLHE-FIM
           END-IF.

           MOVE GT-GERACAO (WS-ESCOLHA) TO WS-NOME-GERACAO.
           DISPLAY FUNCTION TRIM(GT-RELATORIO (WS-ESCOLHA))
               " de " GT-DATA-HORA (WS-ESCOLHA) " ("
               FUNCTION TRIM(WS-NOME-GERACAO) ")".
           DISPLAY "1 - Mostrar na tela".
           DISPLAY "2 - Reimprimir (REIMPRESSAO.RPT)".
           DISPLAY "3 - Voltar a lista".
           DISPLAY "Escolha uma opcao: ".
           MOVE ZERO TO WS-ACAO.
           ACCEPT WS-ACAO.
           EVALUATE TRUE
               WHEN ACAO-MOSTRAR
                   PERFORM 4000-MOSTRA-GERACAO
                       THRU 4000-MOSTRA-FIM
               WHEN ACAO-REIMPRIMIR
                   PERFORM 5000-REIMPRIME-GERACAO
                       THRU 5000-REIMPRIME-FIM
               WHEN ACAO-VOLTAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
       3000-ESCOLHE-FIM.
           EXIT.

       3100-MOSTRA-LINHA-LISTA.
           IF WS-LINHAS-TELA >= WS-MAX-LINHAS-TELA
               MOVE ZERO TO WS-LINHAS-TELA
               DISPLAY "-- Enter continua a lista, ou o numero da "
                   "geracao: "
               ACCEPT WS-ESCOLHA-INF
               IF WS-ESCOLHA-INF NOT = SPACES
                   MOVE "S" TO WS-PARA-LISTA-SW
               END-IF
           END-IF.
           IF NOT PARA-LISTA
               MOVE WS-IND-J TO WS-ESCOLHA-ED
               MOVE GT-PAGINAS (WS-IND-J) TO WS-PAGINAS-ED
               MOVE GT-LINHAS (WS-IND-J) TO WS-LINHAS-ED
               DISPLAY WS-ESCOLHA-ED " " GT-RELATORIO (WS-IND-J) (1:18)
                   " " GT-DATA-REF (WS-IND-J)
                   " " GT-DATA-HORA (WS-IND-J)
                   " " GT-PROGRAMA (WS-IND-J)
                   " " WS-PAGINAS-ED " " WS-LINHAS-ED
                   " " GT-OPERADOR (WS-IND-J) (1:20)
               ADD 1 TO WS-LINHAS-TELA
           END-IF.

       4000-MOSTRA-GERACAO.
           OPEN INPUT RELATORIO-GERACAO.
           IF NOT GER-OK
               DISPLAY "Geracao " FUNCTION TRIM(WS-NOME-GERACAO)
                   " nao encontrada, status " WS-STATUS-GER "."
               GO TO 4000-MOSTRA-FIM
           END-IF.
           DISPLAY " ".
           MOVE ZERO TO WS-LINHAS-TELA.
           MOVE "N" TO WS-FIM-GER-SW.
           PERFORM UNTIL FIM-GERACAO
               READ RELATORIO-GERACAO
                   AT END
                       MOVE "S" TO WS-FIM-GER-SW
                   NOT AT END
                       PERFORM 4100-MOSTRA-LINHA
               END-READ
           END-PERFORM.
           CLOSE RELATORIO-GERACAO.
           DISPLAY " ".
       4000-MOSTRA-FIM.
           EXIT.

       4100-MOSTRA-LINHA.
           IF WS-LINHAS-TELA >= WS-MAX-LINHAS-TELA
               MOVE ZERO TO WS-LINHAS-TELA
               DISPLAY "-- Enter continua, F encerra: "
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = "F" OR WS-RESPOSTA = "f"
                   MOVE "S" TO WS-FIM-GER-SW
               END-IF
           END-IF.
           IF NOT FIM-GERACAO
               DISPLAY REG-RELATORIO-GERACAO (1:132)
               ADD 1 TO WS-LINHAS-TELA
           END-IF.

       5000-REIMPRIME-GERACAO.
           OPEN INPUT RELATORIO-GERACAO.
           IF NOT GER-OK
               DISPLAY "Geracao " FUNCTION TRIM(WS-NOME-GERACAO)
                   " nao encontrada, status " WS-STATUS-GER
                   "; nada reimpresso."
               GO TO 5000-REIMPRIME-FIM
           END-IF.
           OPEN OUTPUT RELATORIO-REIMPRESSAO.
           IF NOT RPT-OK
               CLOSE RELATORIO-GERACAO
               DISPLAY "Erro ao abrir REIMPRESSAO.RPT, status "
                   WS-STATUS-RPT "; nada reimpresso."
               GO TO 5000-REIMPRIME-FIM
           END-IF.

           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "*** REIMPRESSAO DE "
               GT-RELATORIO (WS-ESCOLHA) DELIMITED BY SPACE
               " GERADO EM " GT-DATA-HORA (WS-ESCOLHA)
               " PELO " DELIMITED BY SIZE
               GT-PROGRAMA (WS-ESCOLHA) DELIMITED BY SPACE
               ", REFERENCIA " GT-DATA-REF (WS-ESCOLHA)
               " ***" DELIMITED BY SIZE
               INTO WS-LINHA-SAIDA.
           WRITE REG-REIMPRESSAO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF OPERADOR-NOME = SPACES OR OPERADOR-NOME = LOW-VALUES
               STRING "*** REIMPRESSO EM " WS-DATA-HORA-LOG
                   " POR (nao identificado)"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING "*** REIMPRESSO EM " WS-DATA-HORA-LOG
                   " POR " OPERADOR-NOME (1:40)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-REIMPRESSAO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-REIMPRESSAO FROM WS-LINHA-SAIDA.

           MOVE ZERO TO WS-QTD-LINHAS.
           MOVE "N" TO WS-FIM-GER-SW.
           PERFORM UNTIL FIM-GERACAO
               READ RELATORIO-GERACAO
                   AT END
                       MOVE "S" TO WS-FIM-GER-SW
                   NOT AT END
                       WRITE REG-REIMPRESSAO
                           FROM REG-RELATORIO-GERACAO
                       ADD 1 TO WS-QTD-LINHAS
               END-READ
           END-PERFORM.
           CLOSE RELATORIO-GERACAO.
           CLOSE RELATORIO-REIMPRESSAO.

           MOVE WS-QTD-LINHAS TO WS-LINHAS-ED.
           DISPLAY "Geracao reimpressa em REIMPRESSAO.RPT ("
               FUNCTION TRIM(WS-LINHAS-ED) " linha(s)).".
           IF WS-QTD-LINHAS NOT = GT-LINHAS (WS-ESCOLHA)
               DISPLAY "ATENCAO: o catalogo anotou "
                   GT-LINHAS (WS-ESCOLHA)
                   " linha(s) nesta geracao."
           END-IF.
       5000-REIMPRIME-FIM.
           EXIT.

       PROGRAM-DONE.
           GOBACK.
