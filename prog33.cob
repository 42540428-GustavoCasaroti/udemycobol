       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG33.
      * relatorio de excecoes de seguranca do sign-on: separa, do
      * meio dos sign-ons normais do PROG4.LOG (arquivos mortos do
      * catalogo do PROG11 inclusive), o que interessa ao
      * supervisor no periodo pedido -- funcao restrita negada
      * (opcao do menu do PROG1 ou programa de manutencao chamado
      * direto), PIN errado, cracha bloqueado, sign-on recusado por
      * sessao ja aberta e sign-on fora da janela do turno do
      * operador (escala do PROG30, ou o turno fixo do cadastro no
      * dia sem escala). Grava SEGURANCA.RPT cracha por cracha, os
      * reincidentes primeiro, com o detalhe de cada cracha logo
      * abaixo. Os logs levam o nome, nao o cracha, nas linhas de
      * sign-on e de acesso negado; o nome e casado com o cracha
      * pelo cadastro mestre, como no PROG20 e no PROG31.
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

           SELECT RELATORIO-SEGURANCA ASSIGN TO "SEGURANCA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-EVENTOS.
      *log de sign-on do PROG4: sign-on com o nome logo depois da
      *data/hora; as linhas marcadas levam a marca na coluna 21 e,
      *depois dela, o cracha (PIN-RECUSADO, PIN-BLOQUEIO,
      *SESSAO-DUPLA) ou a opcao/programa e o nome (ACESSO-NEGADO)
       01  REG-LOG-EVENTO.
           05  EVT-DATA-HORA        PIC X(19).
           05  FILLER               PIC X(01).
           05  EVT-RESTO            PIC X(230).

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

       FD  RELATORIO-SEGURANCA.
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
           88  RPT-OK               VALUE "00".

       01  WS-NOME-ARQ-LOG      PIC X(30).

       01  WS-FIM-LOG-SW        PIC X(01) VALUE "N".
           88  FIM-LOG              VALUE "S".
       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".
       01  WS-FIM-OPM-SW        PIC X(01) VALUE "N".
           88  FIM-OPM              VALUE "S".
       01  WS-ESCALA-ABERTA-SW  PIC X(01) VALUE "N".
           88  ESCALA-ABERTA        VALUE "S".
       01  WS-ACHOU-ESCALA-SW   PIC X(01) VALUE "N".
           88  ACHOU-ESCALA         VALUE "S".
       01  WS-DENTRO-JANELA-SW  PIC X(01) VALUE "N".
           88  DENTRO-JANELA        VALUE "S".
       01  WS-DIA-ANTERIOR-SW   PIC X(01) VALUE "N".
           88  DIA-ANTERIOR         VALUE "S".

       01  WS-DATA-DE           PIC X(08).
       01  WS-DATA-ATE          PIC X(08).

      *reincidente: cracha com pelo menos este numero de excecoes
      *no periodo; sai no primeiro bloco do relatorio. o sign-on
      *vale pro turno a partir de WS-ANTECEDENCIA-MAX minutos antes
      *do inicio, a mesma tolerancia do PROG31
       01  WS-LIMITE-REINCIDENCIA PIC 9(03) VALUE 3.
       01  WS-ANTECEDENCIA-MAX  PIC 9(03) VALUE 120.

      *horario do turno fixo do cadastro, pro dia sem escala: o
      *mesmo padrao oferecido pelo PROG30
       01  WS-INICIO-MANHA      PIC 9(04) VALUE 0600.
       01  WS-FIM-MANHA         PIC 9(04) VALUE 1400.
       01  WS-INICIO-TARDE      PIC 9(04) VALUE 1400.
       01  WS-FIM-TARDE         PIC 9(04) VALUE 2200.
       01  WS-INICIO-NOITE      PIC 9(04) VALUE 2200.
       01  WS-FIM-NOITE         PIC 9(04) VALUE 0600.

       01  WS-QTD-CATALOGO      PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-CAT           PIC 9(03) VALUE ZERO COMP.
       01  TABELA-CATALOGO.
           05  WS-CAT-NOME OCCURS 200 TIMES PIC X(30).

      *cadastro mestre em memoria: nome do log -> cracha e turno
      *fixo, cracha do log -> nome
       01  WS-QTD-OPERADORES    PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-OP            PIC 9(03) VALUE ZERO COMP.
       01  TABELA-OPERADORES.
           05  WS-OPERADOR-TAB OCCURS 200 TIMES.
               10  OP-CRACHA        PIC X(10).
               10  OP-NOME          PIC X(60).
               10  OP-TURNO         PIC X(01).

      *um resumo por cracha (ou por nome, quando o nome do log nao
      *esta no cadastro), com as contagens de cada tipo de excecao
       01  WS-QTD-RESUMOS       PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-RESUMOS       PIC 9(04) VALUE 300 COMP.
       01  WS-RESUMOS-PERDIDOS  PIC 9(05) VALUE ZERO COMP.
       01  TABELA-RESUMOS.
           05  WS-RESUMO OCCURS 300 TIMES.
               10  RES-CRACHA       PIC X(10).
               10  RES-NOME         PIC X(30).
               10  RES-NEGADAS      PIC 9(05) COMP.
               10  RES-PIN-ERRADO   PIC 9(05) COMP.
               10  RES-BLOQUEIOS    PIC 9(05) COMP.
               10  RES-DUPLAS       PIC 9(05) COMP.
               10  RES-FORA-JANELA  PIC 9(05) COMP.
               10  RES-TOTAL        PIC 9(05) COMP.
       01  WS-RESUMO-TROCA.
           05  TROCA-CRACHA         PIC X(10).
           05  TROCA-NOME           PIC X(30).
           05  TROCA-NEGADAS        PIC 9(05) COMP.
           05  TROCA-PIN-ERRADO     PIC 9(05) COMP.
           05  TROCA-BLOQUEIOS      PIC 9(05) COMP.
           05  TROCA-DUPLAS         PIC 9(05) COMP.
           05  TROCA-FORA-JANELA    PIC 9(05) COMP.
           05  TROCA-TOTAL          PIC 9(05) COMP.
       01  WS-IND-RES           PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-I             PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-J             PIC 9(04) VALUE ZERO COMP.
       01  WS-TROCOU-SW         PIC X(01) VALUE "N".
           88  TROCOU               VALUE "S".

      *detalhe de cada cracha: funcao negada, somada por opcao ou
      *programa, e cada sign-on fora da janela, um por linha
       01  WS-QTD-DETALHES      PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-DETALHES      PIC 9(04) VALUE 2000 COMP.
       01  WS-DETALHES-PERDIDOS PIC 9(05) VALUE ZERO COMP.
       01  TABELA-DETALHES.
           05  WS-DETALHE OCCURS 2000 TIMES.
               10  DET-CRACHA       PIC X(10).
               10  DET-NOME         PIC X(30).
               10  DET-TIPO         PIC 9(01).
      *1 = funcao negada, 2 = sign-on fora da janela
               10  DET-CHAVE        PIC X(60).
               10  DET-QTD          PIC 9(05) COMP.
       01  WS-IND-DET           PIC 9(04) VALUE ZERO COMP.
       01  WS-IND-ACHADO        PIC 9(04) VALUE ZERO COMP.
       01  WS-DET-TIPO-W        PIC 9(01).
       01  WS-DET-CHAVE-W       PIC X(60).

       01  WS-NOME-ACHADO       PIC X(60).
       01  WS-CRACHA-ACHADO     PIC X(10).
       01  WS-TURNO-ACHADO      PIC X(01).
       01  WS-FUNCAO-NEGADA     PIC X(08).

       01  WS-DATA-NUM          PIC 9(08).
       01  WS-DATA-PARTES REDEFINES WS-DATA-NUM.
           05  WS-DATA-ANO      PIC X(04).
           05  WS-DATA-MES      PIC X(02).
           05  WS-DATA-DIA      PIC X(02).
       01  WS-HORA-HH           PIC 9(02).
       01  WS-HORA-MM           PIC 9(02).
       01  WS-HORA-TEXTO        PIC 9(04).
       01  WS-DIA-EVENTO        PIC 9(07) COMP.
       01  WS-MIN-EVENTO        PIC 9(11) COMP.

      *janela de um dia (o do sign-on ou o anterior, pro turno da
      *noite) em minutos corridos
       01  WS-DIA-ESCALA        PIC 9(07) COMP.
       01  WS-DATA-ESCALA       PIC 9(08).
       01  WS-HORA-INICIO-W     PIC 9(04).
       01  WS-HORA-FIM-W        PIC 9(04).
       01  WS-MIN-INICIO        PIC 9(11) COMP.
       01  WS-MIN-FIM           PIC 9(11) COMP.
       01  WS-MOTIVO-JANELA     PIC X(30).

       01  WS-QTD-SIGNONS       PIC 9(06) VALUE ZERO COMP.
       01  WS-QTD-SEM-CRACHA    PIC 9(06) VALUE ZERO COMP.
       01  WS-TOT-NEGADAS       PIC 9(06) VALUE ZERO COMP.
       01  WS-TOT-PIN-ERRADO    PIC 9(06) VALUE ZERO COMP.
       01  WS-TOT-BLOQUEIOS     PIC 9(06) VALUE ZERO COMP.
       01  WS-TOT-DUPLAS        PIC 9(06) VALUE ZERO COMP.
       01  WS-TOT-FORA-JANELA   PIC 9(06) VALUE ZERO COMP.
       01  WS-QTD-REINCIDENTES  PIC 9(04) VALUE ZERO COMP.

       01  WS-SECAO             PIC 9(01).
      *1 = reincidentes, 2 = demais
       01  WS-QTD-SECAO         PIC 9(04) VALUE ZERO COMP.
       01  WS-QTD-ED            PIC ZZZZZ9.
       01  WS-CONT-ED-1         PIC ZZZZ9.
       01  WS-CONT-ED-2         PIC ZZZZ9.
       01  WS-CONT-ED-3         PIC ZZZZ9.
       01  WS-CONT-ED-4         PIC ZZZZ9.
       01  WS-CONT-ED-5         PIC ZZZZ9.
       01  WS-CONT-ED-6         PIC ZZZZ9.
       01  WS-LINHA-SAIDA       PIC X(132).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE ZERO TO WS-QTD-RESUMOS.
           MOVE ZERO TO WS-QTD-DETALHES.
           MOVE ZERO TO WS-RESUMOS-PERDIDOS.
           MOVE ZERO TO WS-DETALHES-PERDIDOS.
           MOVE ZERO TO WS-QTD-SIGNONS.
           MOVE ZERO TO WS-QTD-SEM-CRACHA.
           MOVE ZERO TO WS-TOT-NEGADAS.
           MOVE ZERO TO WS-TOT-PIN-ERRADO.
           MOVE ZERO TO WS-TOT-BLOQUEIOS.
           MOVE ZERO TO WS-TOT-DUPLAS.
           MOVE ZERO TO WS-TOT-FORA-JANELA.
           MOVE ZERO TO WS-QTD-REINCIDENTES.

           PERFORM 0900-LE-PARAMETROS.
           PERFORM 1100-CARREGA-OPERADORES.

           OPEN INPUT ESCALA-TURNOS.
           IF ESC-IDX-ABERTO
               MOVE "S" TO WS-ESCALA-ABERTA-SW
           ELSE
               MOVE "N" TO WS-ESCALA-ABERTA-SW
               DISPLAY "ESCALA.DAT indisponivel, status "
                   WS-STATUS-ESC "; janela pelo turno do cadastro."
           END-IF.

      *arquivos mortos primeiro, log vivo depois, como no PROG20
           PERFORM 1500-CARREGA-CATALOGO.
           PERFORM 1600-LE-ARQUIVADOS
               VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO.
           MOVE "PROG4.LOG" TO WS-NOME-ARQ-LOG.
           PERFORM 2000-LE-UM-LOG.

           IF ESCALA-ABERTA
               CLOSE ESCALA-TURNOS
           END-IF.

           PERFORM 5500-ORDENA-RESUMOS.

           OPEN OUTPUT RELATORIO-SEGURANCA.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir SEGURANCA.RPT, status "
                   WS-STATUS-RPT
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1000-IMPRIME-CABECALHO.
           PERFORM 6000-IMPRIME-SECAO
               VARYING WS-SECAO FROM 1 BY 1
               UNTIL WS-SECAO > 2.
           PERFORM 7000-IMPRIME-RODAPE.
           CLOSE RELATORIO-SEGURANCA.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "SEGURANCA.RPT" TO RLP-NOME.
           MOVE "PROG33" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           IF WS-DATA-ATE IS NUMERIC
               MOVE WS-DATA-ATE TO RLP-DATA-REF
           END-IF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

           DISPLAY "Relatorio de excecoes de seguranca gravado em "
               "SEGURANCA.RPT.".
           GO TO PROGRAM-DONE.

       0900-LE-PARAMETROS.
           MOVE SPACES TO WS-DATA-DE.
           PERFORM UNTIL WS-DATA-DE IS NUMERIC
               DISPLAY "Excecoes de (AAAAMMDD): "
               ACCEPT WS-DATA-DE
               IF WS-DATA-DE IS NOT NUMERIC
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DATA-ATE.
           PERFORM UNTIL WS-DATA-ATE IS NUMERIC
               AND WS-DATA-ATE NOT < WS-DATA-DE
               DISPLAY "Excecoes ate (AAAAMMDD): "
               ACCEPT WS-DATA-ATE
               IF WS-DATA-ATE IS NOT NUMERIC
                   OR WS-DATA-ATE < WS-DATA-DE
                   DISPLAY "Data invalida ou anterior ao inicio."
                   MOVE SPACES TO WS-DATA-ATE
               END-IF
           END-PERFORM.

       1000-IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "EXCECOES DE SEGURANCA DO SIGN-ON - PERIODO "
               WS-DATA-DE " A " WS-DATA-ATE
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "REINCIDENTE: " WS-LIMITE-REINCIDENCIA
               " OU MAIS EXCECOES NO PERIODO"
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
                               MOVE OPM-TURNO
                                   TO OP-TURNO (WS-QTD-OPERADORES)
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

       1600-LE-ARQUIVADOS.
           IF WS-CAT-NOME (WS-IND-CAT) (1:6) = "PROG4-"
               MOVE WS-CAT-NOME (WS-IND-CAT) TO WS-NOME-ARQ-LOG
               PERFORM 2000-LE-UM-LOG
           END-IF.

       2000-LE-UM-LOG.
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
      *so as linhas do periodo; aviso exibido nao e excecao
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
           IF WS-DATA-NUM < WS-DATA-DE OR WS-DATA-NUM > WS-DATA-ATE
               GO TO 2100-CLASSIFICA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN EVT-RESTO (1:13) = "ACESSO-NEGADO"
                   PERFORM 2200-ACESSO-NEGADO
               WHEN EVT-RESTO (1:13) = "PIN-RECUSADO"
                   OR EVT-RESTO (1:13) = "PIN-BLOQUEIO"
                   OR EVT-RESTO (1:13) = "SESSAO-DUPLA"
                   PERFORM 2300-MARCA-COM-CRACHA
               WHEN EVT-RESTO (1:13) = "AVISO-EXIBIDO"
                   CONTINUE
               WHEN EVT-RESTO = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 2400-CONFERE-JANELA
                       THRU 2400-CONFERE-FIM
           END-EVALUATE.
       2100-CLASSIFICA-FIM.
           EXIT.

       2200-ACESSO-NEGADO.
      *depois da marca vem a opcao do menu do PROG1 (dois digitos)
      *ou o nome do programa de manutencao chamado direto, e entao
      *o nome de quem tentou
           MOVE SPACES TO WS-DET-CHAVE-W.
           IF EVT-RESTO (15:4) = "PROG"
               IF EVT-RESTO (20:1) = SPACE
                   MOVE EVT-RESTO (15:5) TO WS-FUNCAO-NEGADA
                   MOVE EVT-RESTO (21:60) TO WS-NOME-ACHADO
               ELSE
                   MOVE EVT-RESTO (15:6) TO WS-FUNCAO-NEGADA
                   MOVE EVT-RESTO (22:60) TO WS-NOME-ACHADO
               END-IF
               STRING "programa " WS-FUNCAO-NEGADA
                   " chamado direto"
                   DELIMITED BY SIZE INTO WS-DET-CHAVE-W
           ELSE
               MOVE EVT-RESTO (18:60) TO WS-NOME-ACHADO
               STRING "opcao " EVT-RESTO (15:2) " do menu"
                   DELIMITED BY SIZE INTO WS-DET-CHAVE-W
           END-IF.
           PERFORM 3300-ACHA-CRACHA.
           PERFORM 3000-ACHA-RESUMO.
           IF WS-IND-RES > ZERO
               ADD 1 TO RES-NEGADAS (WS-IND-RES)
               ADD 1 TO RES-TOTAL (WS-IND-RES)
               ADD 1 TO WS-TOT-NEGADAS
               MOVE 1 TO WS-DET-TIPO-W
               PERFORM 3100-GUARDA-DETALHE
           END-IF.

       2300-MARCA-COM-CRACHA.
      *PIN errado, bloqueio e sessao dupla trazem o cracha tentado
      *depois da marca; cracha que nem existe no cadastro tambem
      *interessa (alguem chutando cracha)
           MOVE EVT-RESTO (14:10) TO WS-CRACHA-ACHADO.
           PERFORM 3200-ACHA-NOME.
           PERFORM 3000-ACHA-RESUMO.
           IF WS-IND-RES > ZERO
               ADD 1 TO RES-TOTAL (WS-IND-RES)
               EVALUATE EVT-RESTO (1:13)
                   WHEN "PIN-RECUSADO"
                       ADD 1 TO RES-PIN-ERRADO (WS-IND-RES)
                       ADD 1 TO WS-TOT-PIN-ERRADO
                   WHEN "PIN-BLOQUEIO"
      *o bloqueio vem da ultima tentativa errada, que conta como
      *PIN errado tambem
                       ADD 1 TO RES-PIN-ERRADO (WS-IND-RES)
                       ADD 1 TO RES-BLOQUEIOS (WS-IND-RES)
                       ADD 1 TO WS-TOT-PIN-ERRADO
                       ADD 1 TO WS-TOT-BLOQUEIOS
                   WHEN OTHER
                       ADD 1 TO RES-DUPLAS (WS-IND-RES)
                       ADD 1 TO WS-TOT-DUPLAS
               END-EVALUATE
           END-IF.

       2400-CONFERE-JANELA.
      *sign-on normal: vale se cair na janela do turno do proprio
      *dia ou na do turno da noite do dia anterior, que vira a
      *meia-noite; o motivo impresso e o do dia do sign-on
           ADD 1 TO WS-QTD-SIGNONS.
           MOVE EVT-RESTO (1:60) TO WS-NOME-ACHADO.
           PERFORM 3300-ACHA-CRACHA.
           IF WS-CRACHA-ACHADO = "?"
               ADD 1 TO WS-QTD-SEM-CRACHA
               GO TO 2400-CONFERE-FIM
           END-IF.

           COMPUTE WS-DIA-EVENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           MOVE EVT-DATA-HORA (12:2) TO WS-HORA-HH.
           MOVE EVT-DATA-HORA (15:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-EVENTO =
               WS-DIA-EVENTO * 1440 + WS-HORA-HH * 60 + WS-HORA-MM.

           MOVE "N" TO WS-DENTRO-JANELA-SW.
           MOVE SPACES TO WS-MOTIVO-JANELA.
           MOVE "N" TO WS-DIA-ANTERIOR-SW.
           MOVE WS-DIA-EVENTO TO WS-DIA-ESCALA.
           MOVE WS-DATA-NUM TO WS-DATA-ESCALA.
           PERFORM 2410-JANELA-DO-DIA
               THRU 2410-JANELA-FIM.
           IF NOT DENTRO-JANELA
               MOVE "S" TO WS-DIA-ANTERIOR-SW
               COMPUTE WS-DIA-ESCALA = WS-DIA-EVENTO - 1
               COMPUTE WS-DATA-ESCALA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ESCALA)
               PERFORM 2410-JANELA-DO-DIA
                   THRU 2410-JANELA-FIM
           END-IF.
           IF DENTRO-JANELA
               GO TO 2400-CONFERE-FIM
           END-IF.

           PERFORM 3000-ACHA-RESUMO.
           IF WS-IND-RES > ZERO
               ADD 1 TO RES-FORA-JANELA (WS-IND-RES)
               ADD 1 TO RES-TOTAL (WS-IND-RES)
               ADD 1 TO WS-TOT-FORA-JANELA
               MOVE 2 TO WS-DET-TIPO-W
               MOVE SPACES TO WS-DET-CHAVE-W
               STRING "sign-on " EVT-DATA-HORA (1:16) ", "
                   WS-MOTIVO-JANELA
                   DELIMITED BY SIZE INTO WS-DET-CHAVE-W
               PERFORM 3100-GUARDA-DETALHE
           END-IF.
       2400-CONFERE-FIM.
           EXIT.

       2410-JANELA-DO-DIA.
      *janela de um dia: a escala do cracha naquele dia ou, sem
      *escala, o turno fixo do cadastro; folga e ferias nao tem
      *janela nenhuma
           MOVE "N" TO WS-ACHOU-ESCALA-SW.
           IF ESCALA-ABERTA
               MOVE WS-CRACHA-ACHADO TO ESC-CRACHA
               MOVE WS-DATA-ESCALA   TO ESC-DATA
               READ ESCALA-TURNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU-ESCALA-SW
               END-READ
           END-IF.

           IF ACHOU-ESCALA
               IF ESC-FOLGA OR ESC-FERIAS
                   IF NOT DIA-ANTERIOR
                       IF ESC-FOLGA
                           MOVE "dia de folga" TO WS-MOTIVO-JANELA
                       ELSE
                           MOVE "em ferias" TO WS-MOTIVO-JANELA
                       END-IF
                   END-IF
                   GO TO 2410-JANELA-FIM
               END-IF
               MOVE ESC-HORA-INICIO TO WS-HORA-INICIO-W
               MOVE ESC-HORA-FIM    TO WS-HORA-FIM-W
               IF NOT DIA-ANTERIOR
                   STRING "fora do turno " ESC-CODIGO " "
                       ESC-HORA-INICIO "-" ESC-HORA-FIM
                       DELIMITED BY SIZE INTO WS-MOTIVO-JANELA
               END-IF
           ELSE
               EVALUATE WS-TURNO-ACHADO
                   WHEN "M"
                       MOVE WS-INICIO-MANHA TO WS-HORA-INICIO-W
                       MOVE WS-FIM-MANHA    TO WS-HORA-FIM-W
                   WHEN "T"
                       MOVE WS-INICIO-TARDE TO WS-HORA-INICIO-W
                       MOVE WS-FIM-TARDE    TO WS-HORA-FIM-W
                   WHEN "N"
                       MOVE WS-INICIO-NOITE TO WS-HORA-INICIO-W
                       MOVE WS-FIM-NOITE    TO WS-HORA-FIM-W
                   WHEN OTHER
                       IF NOT DIA-ANTERIOR
                           MOVE "sem escala e sem turno fixo"
                               TO WS-MOTIVO-JANELA
                       END-IF
                       GO TO 2410-JANELA-FIM
               END-EVALUATE
               IF NOT DIA-ANTERIOR
                   STRING "fora do turno fixo " WS-TURNO-ACHADO " "
                       WS-HORA-INICIO-W "-" WS-HORA-FIM-W
                       DELIMITED BY SIZE INTO WS-MOTIVO-JANELA
               END-IF
           END-IF.

           MOVE WS-HORA-INICIO-W TO WS-HORA-TEXTO.
           MOVE WS-HORA-TEXTO (1:2) TO WS-HORA-HH.
           MOVE WS-HORA-TEXTO (3:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-INICIO =
               WS-DIA-ESCALA * 1440 + WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE WS-HORA-FIM-W TO WS-HORA-TEXTO.
           MOVE WS-HORA-TEXTO (1:2) TO WS-HORA-HH.
           MOVE WS-HORA-TEXTO (3:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-FIM =
               WS-DIA-ESCALA * 1440 + WS-HORA-HH * 60 + WS-HORA-MM.
      *fim menor ou igual ao inicio: o turno vira a meia-noite
           IF WS-HORA-FIM-W NOT > WS-HORA-INICIO-W
               ADD 1440 TO WS-MIN-FIM
           END-IF.
           IF WS-MIN-EVENTO + WS-ANTECEDENCIA-MAX NOT < WS-MIN-INICIO
               AND WS-MIN-EVENTO NOT > WS-MIN-FIM
               MOVE "S" TO WS-DENTRO-JANELA-SW
           END-IF.
       2410-JANELA-FIM.
           EXIT.

       3000-ACHA-RESUMO.
      *resumo do cracha (ou do nome sem cracha); cria na primeira
      *excecao. tabela cheia: a excecao so entra no rodape
           MOVE ZERO TO WS-IND-RES.
           PERFORM VARYING WS-IND-I FROM 1 BY 1
               UNTIL WS-IND-I > WS-QTD-RESUMOS
                   OR WS-IND-RES > ZERO
               IF RES-CRACHA (WS-IND-I) = WS-CRACHA-ACHADO
                   AND RES-NOME (WS-IND-I) = WS-NOME-ACHADO (1:30)
                   MOVE WS-IND-I TO WS-IND-RES
               END-IF
           END-PERFORM.
           IF WS-IND-RES = ZERO
               IF WS-QTD-RESUMOS < WS-MAX-RESUMOS
                   ADD 1 TO WS-QTD-RESUMOS
                   MOVE WS-QTD-RESUMOS TO WS-IND-RES
                   MOVE WS-CRACHA-ACHADO TO RES-CRACHA (WS-IND-RES)
                   MOVE WS-NOME-ACHADO   TO RES-NOME (WS-IND-RES)
                   MOVE ZERO TO RES-NEGADAS (WS-IND-RES)
                   MOVE ZERO TO RES-PIN-ERRADO (WS-IND-RES)
                   MOVE ZERO TO RES-BLOQUEIOS (WS-IND-RES)
                   MOVE ZERO TO RES-DUPLAS (WS-IND-RES)
                   MOVE ZERO TO RES-FORA-JANELA (WS-IND-RES)
                   MOVE ZERO TO RES-TOTAL (WS-IND-RES)
               ELSE
                   ADD 1 TO WS-RESUMOS-PERDIDOS
               END-IF
           END-IF.

       3100-GUARDA-DETALHE.
      *funcao negada soma na linha da mesma opcao ou programa; o
      *sign-on fora da janela entra sempre numa linha propria
           MOVE ZERO TO WS-IND-ACHADO.
           IF WS-DET-TIPO-W = 1
               PERFORM VARYING WS-IND-DET FROM 1 BY 1
                   UNTIL WS-IND-DET > WS-QTD-DETALHES
                       OR WS-IND-ACHADO > ZERO
                   IF DET-TIPO (WS-IND-DET) = 1
                       AND DET-CRACHA (WS-IND-DET) = WS-CRACHA-ACHADO
                       AND DET-NOME (WS-IND-DET)
                           = WS-NOME-ACHADO (1:30)
                       AND DET-CHAVE (WS-IND-DET) = WS-DET-CHAVE-W
                       MOVE WS-IND-DET TO WS-IND-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-IND-ACHADO > ZERO
               ADD 1 TO DET-QTD (WS-IND-ACHADO)
           ELSE
               IF WS-QTD-DETALHES < WS-MAX-DETALHES
                   ADD 1 TO WS-QTD-DETALHES
                   MOVE WS-CRACHA-ACHADO
                       TO DET-CRACHA (WS-QTD-DETALHES)
                   MOVE WS-NOME-ACHADO TO DET-NOME (WS-QTD-DETALHES)
                   MOVE WS-DET-TIPO-W TO DET-TIPO (WS-QTD-DETALHES)
                   MOVE WS-DET-CHAVE-W TO DET-CHAVE (WS-QTD-DETALHES)
                   MOVE 1 TO DET-QTD (WS-QTD-DETALHES)
               ELSE
                   ADD 1 TO WS-DETALHES-PERDIDOS
               END-IF
           END-IF.

       3200-ACHA-NOME.
      *cracha do log -> nome do cadastro
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
      *nome do log -> cracha e turno fixo; nome fora do cadastro
      *fica com o cracha "?" e o resumo sai pelo nome
           MOVE SPACES TO WS-CRACHA-ACHADO.
           MOVE SPACE TO WS-TURNO-ACHADO.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1
               UNTIL WS-IND-OP > WS-QTD-OPERADORES
                   OR WS-CRACHA-ACHADO NOT = SPACES
               IF OP-NOME (WS-IND-OP) = WS-NOME-ACHADO
                   MOVE OP-CRACHA (WS-IND-OP) TO WS-CRACHA-ACHADO
                   MOVE OP-TURNO (WS-IND-OP) TO WS-TURNO-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CRACHA-ACHADO = SPACES
               MOVE "?" TO WS-CRACHA-ACHADO
           END-IF.

       5500-ORDENA-RESUMOS.
      *mais excecoes primeiro, empate pelo cracha; troca de
      *vizinhos como no PROG20
           MOVE "S" TO WS-TROCOU-SW.
           PERFORM UNTIL NOT TROCOU
               MOVE "N" TO WS-TROCOU-SW
               PERFORM 5510-PASSA-ORDENACAO
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J >= WS-QTD-RESUMOS
           END-PERFORM.

       5510-PASSA-ORDENACAO.
           COMPUTE WS-IND-I = WS-IND-J + 1.
           IF RES-TOTAL (WS-IND-J) < RES-TOTAL (WS-IND-I)
               OR (RES-TOTAL (WS-IND-J) = RES-TOTAL (WS-IND-I)
                   AND RES-CRACHA (WS-IND-J) > RES-CRACHA (WS-IND-I))
               MOVE WS-RESUMO (WS-IND-J) TO WS-RESUMO-TROCA
               MOVE WS-RESUMO (WS-IND-I) TO WS-RESUMO (WS-IND-J)
               MOVE WS-RESUMO-TROCA TO WS-RESUMO (WS-IND-I)
               MOVE "S" TO WS-TROCOU-SW
           END-IF.

       6000-IMPRIME-SECAO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           IF WS-SECAO = 1
               MOVE "REINCIDENTES" TO WS-LINHA-SAIDA
           ELSE
               MOVE "DEMAIS CRACHAS COM EXCECAO" TO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CRACHA     OPERADOR                       "
               "NEGADAS PIN-ERR BLOQUEIO S-DUPLA F-JANELA  TOTAL"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

           MOVE ZERO TO WS-QTD-SECAO.
           PERFORM 6100-IMPRIME-CRACHA
               THRU 6100-IMPRIME-FIM
               VARYING WS-IND-RES FROM 1 BY 1
               UNTIL WS-IND-RES > WS-QTD-RESUMOS.

           IF WS-QTD-SECAO = ZERO
               MOVE "  (nenhum cracha)" TO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.
           IF WS-SECAO = 1
               MOVE WS-QTD-SECAO TO WS-QTD-REINCIDENTES
           END-IF.

       6100-IMPRIME-CRACHA.
           IF WS-SECAO = 1
               AND RES-TOTAL (WS-IND-RES) < WS-LIMITE-REINCIDENCIA
               GO TO 6100-IMPRIME-FIM
           END-IF.
           IF WS-SECAO = 2
               AND RES-TOTAL (WS-IND-RES) NOT < WS-LIMITE-REINCIDENCIA
               GO TO 6100-IMPRIME-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           MOVE RES-NEGADAS (WS-IND-RES)     TO WS-CONT-ED-1.
           MOVE RES-PIN-ERRADO (WS-IND-RES)  TO WS-CONT-ED-2.
           MOVE RES-BLOQUEIOS (WS-IND-RES)   TO WS-CONT-ED-3.
           MOVE RES-DUPLAS (WS-IND-RES)      TO WS-CONT-ED-4.
           MOVE RES-FORA-JANELA (WS-IND-RES) TO WS-CONT-ED-5.
           MOVE RES-TOTAL (WS-IND-RES)       TO WS-CONT-ED-6.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING RES-CRACHA (WS-IND-RES) " "
               RES-NOME (WS-IND-RES) "   "
               WS-CONT-ED-1 "   " WS-CONT-ED-2 "    "
               WS-CONT-ED-3 "   " WS-CONT-ED-4 "    "
               WS-CONT-ED-5 "  " WS-CONT-ED-6
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           PERFORM 6200-IMPRIME-DETALHE
               VARYING WS-IND-DET FROM 1 BY 1
               UNTIL WS-IND-DET > WS-QTD-DETALHES.
       6100-IMPRIME-FIM.
           EXIT.

       6200-IMPRIME-DETALHE.
           IF DET-CRACHA (WS-IND-DET) = RES-CRACHA (WS-IND-RES)
               AND DET-NOME (WS-IND-DET) = RES-NOME (WS-IND-RES)
               MOVE SPACES TO WS-LINHA-SAIDA
               IF DET-TIPO (WS-IND-DET) = 1
                   MOVE DET-QTD (WS-IND-DET) TO WS-CONT-ED-1
                   STRING "           negado: "
                       DET-CHAVE (WS-IND-DET) (1:40) " "
                       WS-CONT-ED-1 " vez(es)"
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               ELSE
                   STRING "           fora da janela: "
                       DET-CHAVE (WS-IND-DET)
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               END-IF
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       7000-IMPRIME-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-REINCIDENTES TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CRACHAS REINCIDENTES:          " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-TOT-NEGADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "FUNCOES NEGADAS:               " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-TOT-PIN-ERRADO TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "PINS ERRADOS:                  " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-TOT-BLOQUEIOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CRACHAS BLOQUEADOS:            " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-TOT-DUPLAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "SIGN-ONS COM SESSAO JA ABERTA: " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-TOT-FORA-JANELA TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "SIGN-ONS FORA DA JANELA:       " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-SIGNONS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "SIGN-ONS CONFERIDOS:           " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           IF WS-QTD-SEM-CRACHA > ZERO
               MOVE WS-QTD-SEM-CRACHA TO WS-QTD-ED
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "SIGN-ONS DE NOME FORA DO CADASTRO, SEM JANELA "
                   "A CONFERIR: " WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.
           IF WS-RESUMOS-PERDIDOS > ZERO
               OR WS-DETALHES-PERDIDOS > ZERO
               COMPUTE WS-QTD-ED =
                   WS-RESUMOS-PERDIDOS + WS-DETALHES-PERDIDOS
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ATENCAO: TABELA CHEIA, " WS-QTD-ED
                   " EXCECAO(OES) SO NOS TOTAIS ACIMA"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       PROGRAM-DONE.
           GOBACK.
