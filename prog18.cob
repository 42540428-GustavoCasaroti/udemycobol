      * que o segundo deck do dia atropela se ninguem ficar de baba
      * nas rodadas. Funcao de supervisor: rodando fora do menu do
      * PROG1, o programa exige o sign-on por cracha e PIN, como
      * os demais programas de manutencao. Todo deck registrado
      * passa na hora pela pre-validacao do PROG3 (PREVAL-nnnnnn.RPT):
      * deck com rejeito previsto ou fora de balanco fica retido na
      * fila e so roda a noite depois de reconferido limpo ou
      * liberado aqui pelo supervisor, com a liberacao no jornal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOGS.

           SELECT OPTIONAL CADASTRO-REMETENTES
               ASSIGN TO "REMETENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CODIGO
               FILE STATUS IS WS-STATUS-REM.

           SELECT OPTIONAL JORNAL-MANUTENCAO ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  FILA-LOTES.
      *enxergar tudo num lugar so
       01  REG-LOG-SIGNON         PIC X(150).

       FD  CADASTRO-REMETENTES.
      *cadastro de remetentes do PROG26: todo deck registrado leva
      *o codigo do departamento que o entregou
       COPY "REMETENTE.CPY".

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao: a liberacao de um lote
      *retido fica anotada com o cracha de quem liberou
       COPY "JORNAL.CPY".

       WORKING-STORAGE SECTION.

       COPY "OPERADOR.CPY".
      *identidade de quem esta registrando os decks, carregada pelo
      *sign-on do PROG1; vazia, o sign-on de protecao cobra aqui

       COPY "FECHA.CPY".
       COPY "PREVAL.CPY".
      *o PROG3 e chamado em modo de pre-validacao: o modo do
      *fechamento tem de estar desligado e o veredito volta aqui
       01  WS-STATUS-LOT        PIC X(02).
           88  LOT-SEM-ARQUIVO      VALUE "35" "05".
           88  LOT-NAO-ENCONTRADO   VALUE "35".
       01  WS-OPCAO-MENU        PIC 9(01).
           88  OPCAO-LISTAR         VALUE 1.
           88  OPCAO-REGISTRAR      VALUE 2.
           88  OPCAO-REVALIDAR      VALUE 3.
           88  OPCAO-LIBERAR        VALUE 4.
           88  OPCAO-SAIR           VALUE 5.

       01  WS-ENCERRADO-SW      PIC X(01) VALUE "N".
           88  ENCERRADO            VALUE "S".

       01  WS-MAIOR-NUMERO      PIC 9(06) VALUE ZERO.
       01  WS-ARQUIVO-INFORMADO PIC X(30).
       01  WS-REMETENTE-INFORMADO PIC X(10).
       01  WS-REMETENTE-OK-SW   PIC X(01) VALUE "N".
           88  REMETENTE-OK         VALUE "S".
       01  WS-STATUS-REM        PIC X(02).
           88  REM-IDX-ABERTO       VALUE "00" "05".
       01  WS-HORA-AGORA        PIC X(08).
       01  WS-DATA-HOJE         PIC X(08).

       01  WS-LOTE-INFORMADO    PIC X(06).
       01  WS-LOTE-NUM          PIC 9(06).
       01  WS-CONFIRMA          PIC X(01).
       01  WS-QTD-LOTES         PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-LOT           PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-ACHADO        PIC 9(03) VALUE ZERO COMP.
       01  WS-LOT-PERDIDOS      PIC 9(03) VALUE ZERO COMP.
       01  TABELA-LOTES.
           05  WS-LOTE-TAB OCCURS 100 TIMES PIC X(64).
      *fila inteira em memoria pra regravar a situacao de um lote,
      *mesmo esquema e mesma capacidade do modo lote do PROG3

       01  WS-STATUS-JRN        PIC X(02).
           88  JRN-NAO-ENCONTRADO   VALUE "35".
       01  WS-JRN-ACAO-W        PIC X(10).
       01  WS-JRN-CHAVE-W       PIC X(20).
       01  WS-JRN-ANTES-W       PIC X(70).
       01  WS-JRN-DEPOIS-W      PIC X(70).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "N" TO WS-ENCERRADO-SW.
           PERFORM UNTIL ENCERRADO
               DISPLAY "1 - Listar a fila de lotes"
               DISPLAY "2 - Registrar um deck que chegou"
               DISPLAY "3 - Pre-validar de novo um lote"
               DISPLAY "4 - Liberar um lote retido"
               DISPLAY "5 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                       PERFORM 2000-LISTA-FILA
                   WHEN OPCAO-REGISTRAR
                       PERFORM 3000-REGISTRA-DECK
                   WHEN OPCAO-REVALIDAR
                       PERFORM 4000-REVALIDA-LOTE
                   WHEN OPCAO-LIBERAR
                       PERFORM 5000-LIBERA-LOTE
                           THRU 5000-LIBERA-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       AT END
                           MOVE "S" TO WS-FIM-FILA-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LOT-PENDENTE
                                   DISPLAY "lote " LOT-NUMERO " "
                                       LOT-ARQUIVO " registrado em "
                                       LOT-DATA-REGISTRO " "
                                       LOT-HORA-REGISTRO " PENDENTE"
                                       " remetente " LOT-REMETENTE
                               WHEN LOT-RETIDO
                                   DISPLAY "lote " LOT-NUMERO " "
                                       LOT-ARQUIVO " registrado em "
                                       LOT-DATA-REGISTRO " "
                                       LOT-HORA-REGISTRO " RETIDO"
                                       " remetente " LOT-REMETENTE
                               WHEN OTHER
                                   DISPLAY "lote " LOT-NUMERO " "
                                       LOT-ARQUIVO " registrado em "
                                       LOT-DATA-REGISTRO " "
                                       LOT-HORA-REGISTRO " processado"
                                       " remetente " LOT-REMETENTE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FILA-LOTES
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-REMETENTE-OK-SW.
           PERFORM 3200-LE-REMETENTE
               UNTIL REMETENTE-OK.

           OPEN EXTEND FILA-LOTES.
           IF LOT-NAO-ENCONTRADO
               OPEN OUTPUT FILA-LOTES
           MOVE "P" TO LOT-SITUACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO LOT-DATA-REGISTRO.
           MOVE WS-REMETENTE-INFORMADO TO LOT-REMETENTE.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA (1:4) TO LOT-HORA-REGISTRO.
           WRITE REG-LOTE.
           DISPLAY "Deck registrado como lote " LOT-NUMERO ".".

           CLOSE FILA-LOTES.

           MOVE LOT-NUMERO TO WS-LOTE-NUM.
           PERFORM 3500-PRE-VALIDA-LOTE.

       3100-ACHA-MAIOR-NUMERO.
           MOVE ZERO TO WS-MAIOR-NUMERO.
           MOVE "N" TO WS-FIM-FILA-SW.
               CLOSE FILA-LOTES
           END-IF.

       3200-LE-REMETENTE.
      *codigo do departamento que entregou o deck, obrigatorio e
      *conferido no cadastro de remetentes: e por ele que o PROG27
      *da o deck como chegado no prazo e que o modo lote do PROG3
      *aplica o limite de valor. com o cadastro ainda vazio
      *(implantacao) o codigo e anotado como veio, com aviso
           DISPLAY "Codigo do remetente do deck: ".
           MOVE SPACES TO WS-REMETENTE-INFORMADO.
           ACCEPT WS-REMETENTE-INFORMADO.
           IF WS-REMETENTE-INFORMADO = SPACES
               DISPLAY "Codigo do remetente nao pode ficar em branco."
           ELSE
               MOVE "S" TO WS-REMETENTE-OK-SW
               OPEN INPUT CADASTRO-REMETENTES
               IF WS-STATUS-REM = "00"
                   MOVE WS-REMETENTE-INFORMADO TO REM-CODIGO
                   READ CADASTRO-REMETENTES
                       INVALID KEY
                           PERFORM 3210-CONFERE-CADASTRO-VAZIO
                       NOT INVALID KEY
                           DISPLAY "Remetente: " REM-NOME
                   END-READ
               ELSE
                   DISPLAY "Atencao: cadastro de remetentes vazio; "
                       "codigo anotado sem conferencia."
               END-IF
               IF REM-IDX-ABERTO
                   CLOSE CADASTRO-REMETENTES
               END-IF
           END-IF.

       3210-CONFERE-CADASTRO-VAZIO.
      *codigo nao achado: so vale se o cadastro nao tiver remetente
      *nenhum ainda
           MOVE LOW-VALUES TO REM-CODIGO.
           START CADASTRO-REMETENTES KEY NOT < REM-CODIGO
               INVALID KEY
                   DISPLAY "Atencao: cadastro de remetentes vazio; "
                       "codigo anotado sem conferencia."
               NOT INVALID KEY
                   DISPLAY "Remetente nao cadastrado; veja o PROG26."
                   MOVE "N" TO WS-REMETENTE-OK-SW
           END-START.

       3500-PRE-VALIDA-LOTE.
      *o PROG3 confere o deck do lote sem calcular nem gravar log
      *e ja deixa o lote retido ou pendente na fila
           MOVE "N" TO FECHA-MODO-AUTO-SW.
           MOVE "S" TO PRE-MODO-SW.
           MOVE WS-LOTE-NUM TO PRE-LOTE.
           MOVE ZERO TO PRE-QTD-REJEITOS.
           CALL "PROG3".
           MOVE "N" TO PRE-MODO-SW.
           EVALUATE TRUE
               WHEN PRE-DECK-APROVADO
                   DISPLAY "Pre-validacao: deck limpo e em balanco; "
                       "lote " WS-LOTE-NUM " pendente pra noite."
               WHEN PRE-DECK-RETIDO
                   DISPLAY "*** Pre-validacao: lote " WS-LOTE-NUM
                       " RETIDO, " PRE-QTD-REJEITOS
                       " rejeito(s) previsto(s) ou fora de balanco;"
                       " veja PREVAL-" WS-LOTE-NUM ".RPT ***"
               WHEN OTHER
                   DISPLAY "Pre-validacao nao feita para o lote "
                       WS-LOTE-NUM "."
           END-EVALUATE.

       4000-REVALIDA-LOTE.
      *depois de o remetente reenviar o deck corrigido: confere de
      *novo, e o lote limpo volta a pendente sem precisar liberar
           PERFORM 8000-LE-LOTE-INFORMADO.
           PERFORM 3500-PRE-VALIDA-LOTE.

       5000-LIBERA-LOTE.
      *o supervisor aceita o deck retido como esta (os rejeitos vao
      *pro PARES.REJ na rodada, como sempre): volta a pendente
           PERFORM 8000-LE-LOTE-INFORMADO.
           PERFORM 8100-CARREGA-FILA.
           IF WS-LOT-PERDIDOS > ZERO
               DISPLAY "Fila LOTES.DAT maior que a tabela; expurgue "
                   "os lotes concluidos antes de liberar."
               GO TO 5000-LIBERA-FIM
           END-IF.
           MOVE ZERO TO WS-IND-ACHADO.
           PERFORM 8200-ACHA-LOTE
               VARYING WS-IND-LOT FROM 1 BY 1
               UNTIL WS-IND-LOT > WS-QTD-LOTES.
           IF WS-IND-ACHADO = ZERO
               DISPLAY "Lote nao esta na fila."
               GO TO 5000-LIBERA-FIM
           END-IF.
           MOVE WS-LOTE-TAB (WS-IND-ACHADO) TO REG-LOTE.
           IF NOT LOT-RETIDO
               DISPLAY "Lote " LOT-NUMERO " nao esta retido."
               GO TO 5000-LIBERA-FIM
           END-IF.

           DISPLAY "Liberar o lote " LOT-NUMERO " ("
               FUNCTION TRIM(LOT-ARQUIVO) ") retido na "
               "pre-validacao (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Liberacao cancelada."
               GO TO 5000-LIBERA-FIM
           END-IF.

           MOVE REG-LOTE TO WS-JRN-ANTES-W.
           MOVE "P" TO LOT-SITUACAO.
           MOVE REG-LOTE TO WS-LOTE-TAB (WS-IND-ACHADO).
           MOVE REG-LOTE TO WS-JRN-DEPOIS-W.
           PERFORM 8300-REGRAVA-FILA.
           DISPLAY "Lote " LOT-NUMERO " liberado pra rodada da noite.".

           MOVE "LIBERACAO" TO WS-JRN-ACAO-W.
           MOVE LOT-NUMERO  TO WS-JRN-CHAVE-W.
           PERFORM 9500-GRAVA-JORNAL.
       5000-LIBERA-FIM.
           EXIT.

       8000-LE-LOTE-INFORMADO.
           MOVE SPACES TO WS-LOTE-INFORMADO.
           PERFORM UNTIL WS-LOTE-INFORMADO IS NUMERIC
               DISPLAY "Numero do lote (6 digitos): "
               ACCEPT WS-LOTE-INFORMADO
               IF WS-LOTE-INFORMADO IS NOT NUMERIC
                   DISPLAY "Numero de lote invalido."
               END-IF
           END-PERFORM.
           MOVE WS-LOTE-INFORMADO TO WS-LOTE-NUM.

       8100-CARREGA-FILA.
           MOVE ZERO TO WS-QTD-LOTES.
           MOVE ZERO TO WS-LOT-PERDIDOS.
           MOVE "N" TO WS-FIM-FILA-SW.
           OPEN INPUT FILA-LOTES.
           IF LOT-SEM-ARQUIVO
               CLOSE FILA-LOTES
           ELSE
               PERFORM UNTIL FIM-FILA
                   READ FILA-LOTES
                       AT END
                           MOVE "S" TO WS-FIM-FILA-SW
                       NOT AT END
                           IF WS-QTD-LOTES < 100
                               ADD 1 TO WS-QTD-LOTES
                               MOVE REG-LOTE
                                   TO WS-LOTE-TAB (WS-QTD-LOTES)
                           ELSE
                               ADD 1 TO WS-LOT-PERDIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILA-LOTES
           END-IF.

       8200-ACHA-LOTE.
           MOVE WS-LOTE-TAB (WS-IND-LOT) TO REG-LOTE.
           IF LOT-NUMERO = WS-LOTE-NUM
               MOVE WS-IND-LOT TO WS-IND-ACHADO
           END-IF.

       8300-REGRAVA-FILA.
           OPEN OUTPUT FILA-LOTES.
           PERFORM 8310-GRAVA-UM-LOTE
               VARYING WS-IND-LOT FROM 1 BY 1
               UNTIL WS-IND-LOT > WS-QTD-LOTES.
           CLOSE FILA-LOTES.

       8310-GRAVA-UM-LOTE.
           MOVE WS-LOTE-TAB (WS-IND-LOT) TO REG-LOTE.
           WRITE REG-LOTE.

       9500-GRAVA-JORNAL.
      *uma linha no jornal compartilhado por lote liberado, como
      *nos cadastros
           OPEN EXTEND JORNAL-MANUTENCAO.
           IF JRN-NAO-ENCONTRADO
               OPEN OUTPUT JORNAL-MANUTENCAO
               CLOSE JORNAL-MANUTENCAO
               OPEN EXTEND JORNAL-MANUTENCAO
           END-IF.

           PERFORM 0870-MONTA-DATA-HORA.

           MOVE SPACES TO REG-JORNAL.
           MOVE WS-DATA-HORA-LOG  TO JRN-DATA-HORA.
           MOVE "LOTES.DAT"       TO JRN-ARQUIVO.
           MOVE WS-JRN-ACAO-W     TO JRN-ACAO.
           MOVE WS-JRN-CHAVE-W    TO JRN-CHAVE.
           MOVE WS-JRN-ANTES-W    TO JRN-ANTES.
           MOVE WS-JRN-DEPOIS-W   TO JRN-DEPOIS.
           IF OPERADOR-NOME = SPACES
               OR OPERADOR-NOME = LOW-VALUES
               MOVE "(nao identificado)" TO JRN-OPERADOR
           ELSE
               MOVE OPERADOR-NOME (1:30) TO JRN-OPERADOR
           END-IF.
           WRITE REG-JORNAL.

           CLOSE JORNAL-MANUTENCAO.

       PROGRAM-DONE.
           GOBACK.
