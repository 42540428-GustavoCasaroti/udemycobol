               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAS.

           SELECT OPTIONAL REGISTRO-SESSOES ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SES-CRACHA
               FILE STATUS IS WS-STATUS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MESTRE.
      *entra nao comecar cego
       01  REG-PASSAGEM           PIC X(132).

       FD  REGISTRO-SESSOES.
      *sessao aberta por cracha: gravada no sign-on, fechada no
      *sign-off; e por ela que o mesmo cracha nao entra em dois
      *terminais ao mesmo tempo
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.

       COPY "OPERADOR.CPY".
           88  OPCAO-JORNAL-MANUT   VALUE 16.
           88  OPCAO-MANUT-FERIADO  VALUE 17.
           88  OPCAO-REL-CIENCIA    VALUE 18.
           88  OPCAO-ESTORNO-CALC   VALUE 19.
           88  OPCAO-MANUT-REMETENTE VALUE 20.
           88  OPCAO-PRAZO-DECKS    VALUE 21.
           88  OPCAO-CONVERSOES     VALUE 22.
           88  OPCAO-ESCALA         VALUE 23.
           88  OPCAO-FALTAS         VALUE 24.
           88  OPCAO-SESSOES        VALUE 25.
           88  OPCAO-SEGURANCA      VALUE 26.
           88  OPCAO-INTEGRIDADE    VALUE 27.
           88  OPCAO-ROTAS          VALUE 28.
           88  OPCAO-RESTAURA       VALUE 29.
           88  OPCAO-CATALOGO-REL   VALUE 30.
           88  OPCAO-SUPERVISOR     VALUE 5 THRU 30.
      *faixa de opcoes restritas: ao crescer o menu do supervisor,
      *basta incluir o novo numero aqui pra ele ja cair na checagem
      *de autoridade e no registro de acesso negado
      *consulta de calculos fica fora da faixa restrita: o operador
      *comum tambem consulta, mas so os proprios calculos
           88  OPCAO-CONSULTA-CALC  VALUE 31.

       01  WS-SESSAO-ENCERRADA-SW PIC X(01) VALUE "N".
           88  SESSAO-ENCERRADA       VALUE "S".

       01  WS-STATUS-PAS        PIC X(02).
           88  PAS-SEM-ARQUIVO      VALUE "35" "05".

       01  WS-STATUS-SES        PIC X(02).
           88  SES-IDX-ABERTO       VALUE "00" "05".
       01  WS-SESSAO-EXISTE-SW  PIC X(01) VALUE "N".
           88  SESSAO-EXISTE        VALUE "S".
       01  WS-SESSAO-DUPLA-SW   PIC X(01) VALUE "N".
           88  SESSAO-DUPLA         VALUE "S".
       01  WS-INICIO-SESSAO     PIC X(19) VALUE SPACES.
      *data/hora em que esta sessao foi aberta, pro sign-off so
      *fechar a propria sessao e nao uma que o supervisor ja
      *encerrou a forca
       01  WS-FIM-PAS-SW        PIC X(01) VALUE "N".
           88  FIM-PASSAGEM         VALUE "S".

           EXIT.

       0920-CARREGA-IDENTIFICACAO.
      *cracha e PIN conferidos: so falta o cracha nao estar em uso
      *em outro terminal
           PERFORM 0925-ABRE-SESSAO
               THRU 0925-ABRE-SESSAO-FIM.
           IF NOT SESSAO-DUPLA
               MOVE OPM-NOME  TO OPERADOR-NOME
               MOVE OPM-ID    TO OPERADOR-ID
               MOVE OPM-TURNO TO OPERADOR-TURNO
               MOVE OPM-NIVEL TO OPERADOR-NIVEL
               MOVE "S" TO WS-SIGNON-OK-SW
           END-IF.

       0925-ABRE-SESSAO.
      *um cracha, uma sessao: com a sessao do cracha ainda aberta
      *(outro terminal, ou o dono em pausa e alguem com o PIN dele
      *no console) o sign-on e recusado e anotado no PROG4.LOG com
      *a marca SESSAO-DUPLA; senao a sessao e aberta aqui. sessao
      *abandonada (terminal que caiu sem sign-off) so o supervisor
      *encerra, pelo PROG32. sem o registro de sessoes o sign-on
      *segue com aviso, pra nao parar o turno por causa dele
           MOVE "N" TO WS-SESSAO-DUPLA-SW.
           OPEN I-O REGISTRO-SESSOES.
           IF NOT SES-IDX-ABERTO
               DISPLAY "Aviso: SESSOES.DAT indisponivel, status "
                   WS-STATUS-SES "; sessao nao registrada."
               GO TO 0925-ABRE-SESSAO-FIM
           END-IF.

           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

           MOVE OPM-ID TO SES-CRACHA.
           READ REGISTRO-SESSOES
               INVALID KEY
                   MOVE "N" TO WS-SESSAO-EXISTE-SW
               NOT INVALID KEY
                   MOVE "S" TO WS-SESSAO-EXISTE-SW
           END-READ.
           IF SESSAO-EXISTE AND SES-ABERTA
               MOVE "S" TO WS-SESSAO-DUPLA-SW
               DISPLAY "Cracha com sessao aberta desde " SES-INICIO
                   "; sign-on recusado, procure o supervisor."
               CLOSE REGISTRO-SESSOES
               PERFORM 0935-GRAVA-LOG-SESSAO-DUPLA
               GO TO 0925-ABRE-SESSAO-FIM
           END-IF.

           MOVE SPACES TO REG-SESSAO.
           MOVE OPM-ID            TO SES-CRACHA.
           MOVE OPM-NOME          TO SES-NOME.
           MOVE "A"               TO SES-SITUACAO.
           MOVE WS-DATA-HORA-LOG  TO SES-INICIO.
           MOVE WS-DATA-HORA-LOG  TO WS-INICIO-SESSAO.
           IF SESSAO-EXISTE
               REWRITE REG-SESSAO
                   INVALID KEY
                       DISPLAY "Erro ao regravar SESSOES.DAT, status "
                           WS-STATUS-SES
               END-REWRITE
           ELSE
               WRITE REG-SESSAO
                   INVALID KEY
                       DISPLAY "Erro ao gravar SESSOES.DAT, status "
                           WS-STATUS-SES
               END-WRITE
           END-IF.
           CLOSE REGISTRO-SESSOES.
       0925-ABRE-SESSAO-FIM.
           EXIT.

       0930-GRAVA-LOG-PIN.
      *anota no PROG4.LOG a tentativa de PIN errada (e o bloqueio,

           CLOSE LOG-SIGNON.

       0935-GRAVA-LOG-SESSAO-DUPLA.
      *sign-on recusado por sessao ja aberta, com o cracha e o nome
      *do dono, na mesma coluna das marcas de PIN
           OPEN EXTEND LOG-SIGNON.
           IF LOG-NAO-ENCONTRADO
               OPEN OUTPUT LOG-SIGNON
               CLOSE LOG-SIGNON
               OPEN EXTEND LOG-SIGNON
           END-IF.
           MOVE SPACES TO WS-LOG-LINHA.
           STRING WS-DATA-HORA-LOG " SESSAO-DUPLA "
               OPM-ID " " OPM-NOME
               DELIMITED BY SIZE
               INTO WS-LOG-LINHA.
           WRITE REG-LOG-SIGNON FROM WS-LOG-LINHA.
           CLOSE LOG-SIGNON.

       0940-EXIGE-CIENCIA-PENDENCIAS.
      *mostra as pendencias em aberto e so segue depois do CIENTE
      *digitado; a ciencia fica gravada com o cracha e a data/hora
                   DISPLAY "16 - Jornal de manutencao de cadastros"
                   DISPLAY "17 - Manutencao de feriados"
                   DISPLAY "18 - Cobertura de avisos importantes"
                   DISPLAY "19 - Estorno de calculo registrado"
                   DISPLAY "20 - Cadastro de remetentes de decks"
                   DISPLAY "21 - Prazo de chegada dos decks"
                   DISPLAY "22 - Conversoes de moeda por par"
                   DISPLAY "23 - Manutencao da escala de turnos"
                   DISPLAY "24 - Faltas e atrasos contra a escala"
                   DISPLAY "25 - Sessoes abertas"
                   DISPLAY "26 - Excecoes de seguranca do sign-on"
                   DISPLAY "27 - Integridade dos arquivos"
                   DISPLAY "28 - Rotas das notificacoes"
                   DISPLAY "29 - Volta de copia dos cadastros"
                   DISPLAY "30 - Catalogo de relatorios"
               END-IF
               DISPLAY "31 - Consulta de calculos anteriores"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               IF OPCAO-SUPERVISOR AND NOT NIVEL-SUPERVISOR
                           CALL "PROG8"
                           CALL "PROG21"
                           CALL "PROG5"
                           PERFORM 1200-FECHA-SESSAO
                           MOVE "S" TO WS-SESSAO-ENCERRADA-SW
                       WHEN OPCAO-MANUT-OPERADOR
                           CALL "PROG7"
                           CALL "PROG23"
                       WHEN OPCAO-REL-CIENCIA
                           CALL "PROG24"
                       WHEN OPCAO-ESTORNO-CALC
                           CALL "PROG25"
                       WHEN OPCAO-MANUT-REMETENTE
                           CALL "PROG26"
                       WHEN OPCAO-PRAZO-DECKS
                           CALL "PROG27"
                       WHEN OPCAO-CONVERSOES
                           CALL "PROG29"
                       WHEN OPCAO-ESCALA
                           CALL "PROG30"
                       WHEN OPCAO-FALTAS
                           CALL "PROG31"
                       WHEN OPCAO-SESSOES
                           CALL "PROG32"
                       WHEN OPCAO-SEGURANCA
                           CALL "PROG33"
                       WHEN OPCAO-INTEGRIDADE
                           CALL "PROG34"
                       WHEN OPCAO-ROTAS
                           CALL "PROG35"
                       WHEN OPCAO-RESTAURA
                           CALL "PROG38"
                       WHEN OPCAO-CATALOGO-REL
                           CALL "PROG40"
                       WHEN OPCAO-CONSULTA-CALC
                           CALL "PROG41"
                       WHEN OTHER
                           DISPLAY "Opcao invalida."
                   END-EVALUATE

           CLOSE LOG-SIGNON.

       1200-FECHA-SESSAO.
      *fecha no registro a sessao aberta por este sign-on; se o
      *supervisor ja a encerrou a forca, o registro fica como ele
      *deixou
           OPEN I-O REGISTRO-SESSOES.
           IF SES-IDX-ABERTO
               MOVE OPERADOR-ID TO SES-CRACHA
               READ REGISTRO-SESSOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SES-ABERTA
                           AND SES-INICIO = WS-INICIO-SESSAO
                           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD
                           ACCEPT WS-HORA-LOG FROM TIME
                           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG
                           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG
                           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG
                           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG
                           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG
                           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG
                           MOVE "F" TO SES-SITUACAO
                           MOVE WS-DATA-HORA-LOG TO SES-FIM
                           REWRITE REG-SESSAO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE REGISTRO-SESSOES
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
