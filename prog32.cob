       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG32.
      * sessoes abertas do menu (SESSOES.DAT): o PROG1 abre a sessao
      * do cracha no sign-on, fecha no sign-off e recusa um segundo
      * sign-on do mesmo cracha com a sessao aberta. Aqui o
      * supervisor lista as sessoes em aberto e encerra a forca,
      * com motivo, a sessao abandonada por um terminal que caiu
      * sem sign-off -- senao o dono do cracha nao entra mais. O
      * encerramento vai pro jornal de manutencao. Como passo do
      * fechamento (PROG15) lista em SESSOES.RPT as sessoes que
      * continuam abertas no fim do dia e pendura cada uma em
      * PENDENCIAS.DAT, pro supervisor da manha dar ciencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRO-SESSOES ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-CRACHA
               FILE STATUS IS WS-STATUS-SES.

           SELECT OPTIONAL ARQUIVO-PENDENCIAS
               ASSIGN TO "PENDENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEN.

           SELECT RELATORIO-SESSOES ASSIGN TO "SESSOES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

           SELECT OPTIONAL JORNAL-MANUTENCAO ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT OPTIONAL OPERADORES-MESTRE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT OPTIONAL LOG-SIGNON ASSIGN TO "PROG4.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOGS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-SESSOES.
       COPY "SESSAO.CPY".

       FD  ARQUIVO-PENDENCIAS.
      *sessao esquecida aberta no fim do dia fica pendente aqui ate
      *a ciencia do supervisor no sign-on do PROG1
       COPY "PENDENCIA.CPY".

       FD  RELATORIO-SESSOES.
       01  REG-SESSOES-RPT      PIC X(132).

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao de cadastros, o mesmo do
      *PROG7, PROG10, PROG14, PROG23 e PROG30
       COPY "JORNAL.CPY".

       FD  OPERADORES-MESTRE.
      *cadastro mestre consultado pelo sign-on de protecao deste
      *programa quando ele roda fora do menu do PROG1
       COPY "OPERMST.CPY".

       FD  LOG-SIGNON.
      *mesmo log de sign-on do PROG4: as recusas de acesso deste
      *programa ficam junto das do menu do PROG1
       01  REG-LOG-SIGNON         PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "OPERADOR.CPY".
      *identidade do supervisor, carregada pelo sign-on do PROG1,
      *pro encerramento e o jornal dizerem quem encerrou

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada

       COPY "NOTIFPED.CPY".
      *pedido de notificacao pro PROG36: cada pendencia apontada
      *aqui tambem sai pro gateway de correio

       01  WS-STATUS-SES        PIC X(02).
           88  SES-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-PEN        PIC X(02).
           88  PEN-NAO-ENCONTRADO   VALUE "35".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-OPCAO-MENU        PIC 9(01).
           88  OPCAO-LISTAR         VALUE 1.
           88  OPCAO-ENCERRAR       VALUE 2.
           88  OPCAO-SAIR           VALUE 3.

       01  WS-ENCERRADO-SW      PIC X(01) VALUE "N".
           88  ENCERRADO            VALUE "S".
       01  WS-FIM-LISTA-SW      PIC X(01) VALUE "N".
           88  FIM-LISTA            VALUE "S".

       01  WS-CRACHA-SESSAO     PIC X(10).
       01  WS-MOTIVO-INF        PIC X(40).
       01  WS-CONFIRMA          PIC X(01).
       01  WS-QTD-ABERTAS       PIC 9(04) VALUE ZERO.
       01  WS-QTD-ED            PIC ZZZ9.
       01  WS-LINHA-SAIDA       PIC X(132).

       01  WS-STATUS-JRN        PIC X(02).
           88  JRN-NAO-ENCONTRADO   VALUE "35".

       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-MST-ABERTO       VALUE "00" "05".
       01  WS-ACESSO-LIBERADO-SW PIC X(01) VALUE "N".
           88  ACESSO-LIBERADO       VALUE "S".
       01  WS-CRACHA-INFORMADO  PIC X(10).
       01  WS-PIN-INFORMADO     PIC X(04).
       01  WS-TENTATIVAS-ACESSO PIC 9(01) VALUE ZERO.
       01  WS-LIMITE-FALHAS-PIN PIC 9(01) VALUE 3.
       01  WS-MARCA-LOG-PIN     PIC X(12).
       01  WS-STATUS-LOGS       PIC X(02).
           88  LOGS-NAO-ENCONTRADO  VALUE "35".
       01  WS-LOG-LINHA         PIC X(150).
       01  WS-CADASTRO-VAZIO-SW PIC X(01) VALUE "N".
           88  CADASTRO-VAZIO       VALUE "S".

       01  WS-JRN-ACAO-W        PIC X(10).
       01  WS-JRN-CHAVE-W       PIC X(20).
       01  WS-JRN-ANTES-W       PIC X(70).
       01  WS-JRN-DEPOIS-W      PIC X(70).
       01  WS-JRN-IMAGEM        PIC X(70).

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
           MOVE "N" TO WS-ENCERRADO-SW.
           IF FECHA-MODO-AUTO
               PERFORM 7000-SESSOES-NO-FECHAMENTO
                   THRU 7000-SESSOES-FIM
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 0800-EXIGE-SUPERVISOR
               THRU 0800-EXIGE-FIM.
           IF NOT ACESSO-LIBERADO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O REGISTRO-SESSOES.
           IF NOT SES-IDX-ABERTO
               DISPLAY "Erro ao abrir SESSOES.DAT, status "
                   WS-STATUS-SES
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 1000-MENU-SESSOES.

           CLOSE REGISTRO-SESSOES.
           GO TO PROGRAM-DONE.

       0800-EXIGE-SUPERVISOR.
      *o menu do PROG1 so mostra a manutencao pro supervisor, mas
      *nada impedia de iniciar este programa direto do console com
      *a area de operador vazia; agora o proprio programa se
      *protege: sem identidade de supervisor na area compartilhada,
      *exige o sign-on por cracha e PIN contra o cadastro mestre,
      *recusa quem nao for supervisor e anota a recusa no PROG4.LOG
      *do mesmo jeito que o 1100-GRAVA-ACESSO-NEGADO do PROG1
           MOVE "N" TO WS-ACESSO-LIBERADO-SW.
           IF NIVEL-SUPERVISOR
               AND OPERADOR-NOME NOT = SPACES
               AND OPERADOR-NOME NOT = LOW-VALUES
               MOVE "S" TO WS-ACESSO-LIBERADO-SW
               GO TO 0800-EXIGE-FIM
           END-IF.

           DISPLAY "Funcao restrita ao supervisor; "
               "identifique-se pelo cracha.".
           OPEN I-O OPERADORES-MESTRE.
           IF NOT OPM-MST-ABERTO
               DISPLAY "Erro ao abrir OPERADORES.DAT, status "
                   WS-STATUS-OPM
               GO TO 0800-EXIGE-FIM
           END-IF.
      *cadastro ainda vazio e implantacao em andamento: libera com
      *aviso, senao ninguem conseguiria incluir o primeiro
      *supervisor pra dai em diante a protecao valer
           PERFORM 0805-CONFERE-CADASTRO-VAZIO.
           IF CADASTRO-VAZIO
               DISPLAY "Cadastro de operadores vazio; acesso "
                   "liberado para a implantacao."
               MOVE "S" TO WS-ACESSO-LIBERADO-SW
               CLOSE OPERADORES-MESTRE
               GO TO 0800-EXIGE-FIM
           END-IF.

           MOVE ZERO TO WS-TENTATIVAS-ACESSO.
           PERFORM UNTIL ACESSO-LIBERADO
               OR WS-TENTATIVAS-ACESSO >= 3
               ADD 1 TO WS-TENTATIVAS-ACESSO
               PERFORM 0810-TENTA-CRACHA
                   THRU 0810-TENTA-FIM
           END-PERFORM.
           CLOSE OPERADORES-MESTRE.
           IF NOT ACESSO-LIBERADO
               DISPLAY "Acesso recusado."
           END-IF.
       0800-EXIGE-FIM.
           EXIT.

       0805-CONFERE-CADASTRO-VAZIO.
      *le o primeiro registro do cadastro so pra saber se existe
      *algum: arquivo recem-criado devolve fim de arquivo direto
           MOVE "S" TO WS-CADASTRO-VAZIO-SW.
           MOVE LOW-VALUES TO OPM-ID.
           START OPERADORES-MESTRE KEY NOT < OPM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OPERADORES-MESTRE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "N" TO WS-CADASTRO-VAZIO-SW
                   END-READ
           END-START.

       0810-TENTA-CRACHA.
      *uma tentativa de sign-on: cracha existente, ativo e nao
      *bloqueado, PIN conferido com contagem de falhas e bloqueio
      *no proprio registro mestre, como no 0910 do PROG1; cracha
      *valido de nao supervisor e recusado de vez, com registro
           DISPLAY "Informe o ID do seu cracha: ".
           MOVE SPACES TO WS-CRACHA-INFORMADO.
           ACCEPT WS-CRACHA-INFORMADO.
           IF WS-CRACHA-INFORMADO = SPACES
               DISPLAY "ID nao pode ficar em branco."
               GO TO 0810-TENTA-FIM
           END-IF.
           MOVE WS-CRACHA-INFORMADO TO OPM-ID.
           READ OPERADORES-MESTRE
               INVALID KEY
                   DISPLAY "Cracha nao cadastrado."
                   GO TO 0810-TENTA-FIM
           END-READ.
           IF OPM-ATIVO-NAO
               DISPLAY "Operador desativado."
               GO TO 0810-TENTA-FIM
           END-IF.
           IF OPM-BLOQUEADO-SIM
               DISPLAY "Cracha bloqueado por excesso de "
                   "tentativas; procure outro supervisor."
               GO TO 0810-TENTA-FIM
           END-IF.
           IF OPM-PIN = SPACES OR OPM-PIN = LOW-VALUES
               DISPLAY "Atencao: cracha ainda sem PIN; defina um "
                   "pelo PROG7."
           ELSE
               DISPLAY "Informe o PIN do cracha: "
               MOVE SPACES TO WS-PIN-INFORMADO
               ACCEPT WS-PIN-INFORMADO
               IF WS-PIN-INFORMADO NOT = OPM-PIN
                   IF OPM-FALHAS-PIN < 9
                       ADD 1 TO OPM-FALHAS-PIN
                   END-IF
                   MOVE "PIN-RECUSADO" TO WS-MARCA-LOG-PIN
                   IF OPM-FALHAS-PIN >= WS-LIMITE-FALHAS-PIN
                       MOVE "S" TO OPM-BLOQUEADO
                       MOVE "PIN-BLOQUEIO" TO WS-MARCA-LOG-PIN
                       DISPLAY "PIN errado; cracha BLOQUEADO."
                   ELSE
                       DISPLAY "PIN errado."
                   END-IF
                   REWRITE REG-OPERADOR-MESTRE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM 0860-GRAVA-PIN-RECUSADO
                   GO TO 0810-TENTA-FIM
               END-IF
               IF OPM-FALHAS-PIN > ZERO
                   MOVE ZERO TO OPM-FALHAS-PIN
                   REWRITE REG-OPERADOR-MESTRE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
           IF NOT OPM-NIVEL-SUPERVISOR
               DISPLAY "Funcao restrita ao supervisor."
               PERFORM 0850-GRAVA-ACESSO-NEGADO
               MOVE 3 TO WS-TENTATIVAS-ACESSO
               GO TO 0810-TENTA-FIM
           END-IF.
           MOVE OPM-NOME  TO OPERADOR-NOME.
           MOVE OPM-ID    TO OPERADOR-ID.
           MOVE OPM-TURNO TO OPERADOR-TURNO.
           MOVE OPM-NIVEL TO OPERADOR-NIVEL.
           MOVE "S" TO WS-ACESSO-LIBERADO-SW.
       0810-TENTA-FIM.
           EXIT.

       0850-GRAVA-ACESSO-NEGADO.
      *anota no PROG4.LOG quem tentou a funcao sem ser supervisor,
      *com a marca ACESSO-NEGADO e o nome do programa
           OPEN EXTEND LOG-SIGNON.
           IF LOGS-NAO-ENCONTRADO
               OPEN OUTPUT LOG-SIGNON
               CLOSE LOG-SIGNON
               OPEN EXTEND LOG-SIGNON
           END-IF.
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO WS-LOG-LINHA.
           STRING WS-DATA-HORA-LOG " ACESSO-NEGADO PROG32 "
               OPM-NOME
               DELIMITED BY SIZE
               INTO WS-LOG-LINHA.
           WRITE REG-LOG-SIGNON FROM WS-LOG-LINHA.
           CLOSE LOG-SIGNON.

       0860-GRAVA-PIN-RECUSADO.
      *tentativa de PIN errada anotada com o cracha tentado, mesmas
      *marcas PIN-RECUSADO / PIN-BLOQUEIO do sign-on do PROG1
           OPEN EXTEND LOG-SIGNON.
           IF LOGS-NAO-ENCONTRADO
               OPEN OUTPUT LOG-SIGNON
               CLOSE LOG-SIGNON
               OPEN EXTEND LOG-SIGNON
           END-IF.
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO WS-LOG-LINHA.
           STRING WS-DATA-HORA-LOG " "
               WS-MARCA-LOG-PIN " " WS-CRACHA-INFORMADO
               DELIMITED BY SIZE
               INTO WS-LOG-LINHA.
           WRITE REG-LOG-SIGNON FROM WS-LOG-LINHA.
           CLOSE LOG-SIGNON.

       0870-MONTA-DATA-HORA.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.


       1000-MENU-SESSOES.
           PERFORM UNTIL ENCERRADO
               DISPLAY "1 - Listar sessoes abertas"
               DISPLAY "2 - Encerrar sessao abandonada"
               DISPLAY "3 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM 2000-LISTA-ABERTAS
                   WHEN OPCAO-ENCERRAR
                       PERFORM 3000-ENCERRA-SESSAO
                           THRU 3000-ENCERRA-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       2000-LISTA-ABERTAS.
           MOVE ZERO TO WS-QTD-ABERTAS.
           MOVE "N" TO WS-FIM-LISTA-SW.
           MOVE LOW-VALUES TO SES-CRACHA.
           START REGISTRO-SESSOES KEY NOT < SES-CRACHA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ REGISTRO-SESSOES NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       IF SES-ABERTA
                           ADD 1 TO WS-QTD-ABERTAS
                           DISPLAY SES-CRACHA " " SES-INICIO " "
                               FUNCTION TRIM(SES-NOME)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-QTD-ABERTAS TO WS-QTD-ED.
           DISPLAY "Sessoes abertas: " WS-QTD-ED.

       3000-ENCERRA-SESSAO.
      *so sessao aberta pode ser encerrada, e com motivo: fica no
      *registro quem encerrou e por que, e o jornal guarda a
      *sessao como estava antes
           DISPLAY "Cracha da sessao a encerrar: ".
           MOVE SPACES TO WS-CRACHA-SESSAO.
           ACCEPT WS-CRACHA-SESSAO.
           IF WS-CRACHA-SESSAO = SPACES
               DISPLAY "Cracha nao pode ficar em branco."
               GO TO 3000-ENCERRA-FIM
           END-IF.
           MOVE WS-CRACHA-SESSAO TO SES-CRACHA.
           READ REGISTRO-SESSOES
               INVALID KEY
                   DISPLAY "Nao ha sessao deste cracha."
                   GO TO 3000-ENCERRA-FIM
           END-READ.
           IF NOT SES-ABERTA
               DISPLAY "A sessao deste cracha nao esta aberta."
               GO TO 3000-ENCERRA-FIM
           END-IF.

           DISPLAY SES-CRACHA " " SES-INICIO " "
               FUNCTION TRIM(SES-NOME).
           IF SES-CRACHA = OPERADOR-ID
               DISPLAY "Atencao: e a sua propria sessao."
           END-IF.
           DISPLAY "Motivo do encerramento: ".
           MOVE SPACES TO WS-MOTIVO-INF.
           ACCEPT WS-MOTIVO-INF.
           IF WS-MOTIVO-INF = SPACES
               DISPLAY "Motivo obrigatorio; sessao nao encerrada."
               GO TO 3000-ENCERRA-FIM
           END-IF.
           DISPLAY "Confirma o encerramento (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Encerramento cancelado."
               GO TO 3000-ENCERRA-FIM
           END-IF.

           PERFORM 9400-MONTA-IMAGEM.
           MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W.
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE "E"              TO SES-SITUACAO.
           MOVE WS-DATA-HORA-LOG TO SES-FIM.
           MOVE OPERADOR-ID      TO SES-ENCERRADA-POR.
           MOVE WS-MOTIVO-INF    TO SES-MOTIVO.
           REWRITE REG-SESSAO
               INVALID KEY
                   DISPLAY "Erro ao regravar, status " WS-STATUS-SES
               NOT INVALID KEY
                   DISPLAY "Sessao encerrada."
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   MOVE "ENCERRA" TO WS-JRN-ACAO-W
                   PERFORM 9500-GRAVA-JORNAL
           END-REWRITE.
       3000-ENCERRA-FIM.
           EXIT.

       7000-SESSOES-NO-FECHAMENTO.
      *passo do fechamento: toda sessao ainda aberta no fim do dia
      *sai no SESSOES.RPT e vira pendencia. Sessao aberta nao para
      *o fechamento; so a falta do relatorio conta como erro
           MOVE "00" TO FECHA-RETORNO.
           MOVE ZERO TO WS-QTD-ABERTAS.
           OPEN OUTPUT RELATORIO-SESSOES.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir SESSOES.RPT, status "
                   WS-STATUS-RPT
               MOVE "08" TO FECHA-RETORNO
               GO TO 7000-SESSOES-FIM
           END-IF.
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "SESSOES ABERTAS NO FECHAMENTO DE "
               WS-DATA-HORA-LOG
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA.
           MOVE "CRACHA     ABERTA DESDE        OPERADOR"
               TO WS-LINHA-SAIDA.
           WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA.

      *sem o registro de sessoes nao ha o que apontar: o relatorio
      *sai so com o aviso
           OPEN INPUT REGISTRO-SESSOES.
           IF NOT SES-IDX-ABERTO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "SESSOES.DAT indisponivel, status "
                   WS-STATUS-SES
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA
               CLOSE RELATORIO-SESSOES
               GO TO 7000-SESSOES-FIM
           END-IF.

           MOVE "N" TO WS-FIM-LISTA-SW.
           PERFORM UNTIL FIM-LISTA
               READ REGISTRO-SESSOES NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       IF SES-ABERTA
                           PERFORM 7100-APONTA-SESSAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRO-SESSOES.

           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-ABERTAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "Sessoes abertas: " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA.
           CLOSE RELATORIO-SESSOES.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "SESSOES.RPT" TO RLP-NOME.
           MOVE "PROG32" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".
           DISPLAY "Sessoes abertas no fechamento: " WS-QTD-ED.
       7000-SESSOES-FIM.
           EXIT.

       7100-APONTA-SESSAO.
           ADD 1 TO WS-QTD-ABERTAS.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING SES-CRACHA " " SES-INICIO "  " SES-NOME
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-SESSOES-RPT FROM WS-LINHA-SAIDA.
           PERFORM 7200-GRAVA-PENDENCIA.

       7200-GRAVA-PENDENCIA.
      *pendura a sessao esquecida em PENDENCIAS.DAT, do mesmo jeito
      *que o PROG27 pendura o deck que nao chegou
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
           MOVE "SESSOES" TO PEN-ORIGEM.
           MOVE SPACES TO PEN-DESCRICAO.
           STRING "sessao de " FUNCTION TRIM(SES-CRACHA)
               " aberta desde " SES-INICIO (1:16)
               DELIMITED BY SIZE INTO PEN-DESCRICAO.
           WRITE REG-PENDENCIA.

           CLOSE ARQUIVO-PENDENCIAS.

      *a mesma pendencia vai pro gateway de correio, pro grupo da
      *origem na tabela de rotas
           MOVE "A" TO NTP-SEVERIDADE.
           MOVE PEN-ORIGEM TO NTP-ORIGEM.
           MOVE PEN-DESCRICAO TO NTP-TEXTO.
           CALL "PROG36".

       9400-MONTA-IMAGEM.
      *imagem da sessao pro jornal: situacao, inicio, quem
      *encerrou e o motivo (o fim e a data/hora do proprio jornal);
      *a chave do jornal e o cracha
           MOVE SPACES TO WS-JRN-IMAGEM.
           STRING SES-SITUACAO " " SES-INICIO (1:16) " "
               SES-ENCERRADA-POR " " SES-MOTIVO
               DELIMITED BY SIZE INTO WS-JRN-IMAGEM.
           MOVE SES-CRACHA TO WS-JRN-CHAVE-W.

       9500-GRAVA-JORNAL.
      *uma linha no jornal compartilhado por sessao encerrada a
      *forca, como nos cadastros
           OPEN EXTEND JORNAL-MANUTENCAO.
           IF JRN-NAO-ENCONTRADO
               OPEN OUTPUT JORNAL-MANUTENCAO
               CLOSE JORNAL-MANUTENCAO
               OPEN EXTEND JORNAL-MANUTENCAO
           END-IF.

           PERFORM 0870-MONTA-DATA-HORA.

           MOVE SPACES TO REG-JORNAL.
           MOVE WS-DATA-HORA-LOG  TO JRN-DATA-HORA.
           MOVE "SESSOES.DAT"     TO JRN-ARQUIVO.
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
