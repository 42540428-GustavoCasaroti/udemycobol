       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG35.
      * manutencao da tabela de rotas das notificacoes (ROTAS.DAT):
      * lista, inclui, altera e exclui, por origem de pendencia
      * (LOTE-PARES, FECHAMENTO, PRAZO-DECKS, BOLETIM, SESSOES), o
      * grupo de correio que recebe a notificacao gravada pelo
      * PROG36 no NOTIFICA.DAT. A origem PADRAO vale pra toda origem
      * sem rota propria. As mudancas vao pro jornal de manutencao,
      * como nos demais cadastros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TABELA-ROTAS ASSIGN TO "ROTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROT-ORIGEM
               FILE STATUS IS WS-STATUS-ROT.

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
       FD  TABELA-ROTAS.
       COPY "ROTA.CPY".

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao de cadastros; o PROG22
      *folheia por data ou chave
       COPY "JORNAL.CPY".

       FD  OPERADORES-MESTRE.
      *cadastro mestre consultado pelo sign-on de protecao deste
      *programa quando ele roda fora do menu do PROG1
       COPY "OPERMST.CPY".

       FD  LOG-SIGNON.
      *mesmo log de sign-on do PROG4: as recusas de acesso deste
      *programa ficam junto das do menu do PROG1, pro supervisor
      *enxergar tudo num lugar so
       01  REG-LOG-SIGNON         PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "OPERADOR.CPY".
      *identidade de quem esta fazendo a manutencao, carregada pelo
      *sign-on do PROG1, pro jornal dizer quem mexeu na tabela

       01  WS-STATUS-ROT        PIC X(02).
           88  ROT-OK               VALUE "00".

       01  WS-OPCAO-MENU        PIC 9(01).
           88  OPCAO-LISTAR         VALUE 1.
           88  OPCAO-INCLUIR        VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  OPCAO-EXCLUIR        VALUE 4.
           88  OPCAO-SAIR           VALUE 5.

       01  WS-ENCERRADO-SW      PIC X(01) VALUE "N".
           88  ENCERRADO            VALUE "S".
       01  WS-FIM-LISTA-SW      PIC X(01) VALUE "N".
           88  FIM-LISTA            VALUE "S".
       01  WS-QTD-ROTAS         PIC 9(04) VALUE ZERO.

       01  WS-ORIGEM-INFORMADA  PIC X(12).
       01  WS-GRUPO-INF         PIC X(20).
       01  WS-OBSERVACAO-INF    PIC X(30).
       01  WS-CONFIRMA          PIC X(01).

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
           PERFORM 0800-EXIGE-SUPERVISOR
               THRU 0800-EXIGE-FIM.
           IF NOT ACESSO-LIBERADO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O TABELA-ROTAS.
           IF NOT ROT-OK AND WS-STATUS-ROT NOT = "05"
               DISPLAY "Erro ao abrir ROTAS.DAT, status "
                   WS-STATUS-ROT
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 1000-MENU-MANUTENCAO.

           CLOSE TABELA-ROTAS.
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
           STRING WS-DATA-HORA-LOG " ACESSO-NEGADO PROG35 "
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

       1000-MENU-MANUTENCAO.
           PERFORM UNTIL ENCERRADO
               DISPLAY "1 - Listar rotas"
               DISPLAY "2 - Incluir rota"
               DISPLAY "3 - Alterar rota"
               DISPLAY "4 - Excluir rota"
               DISPLAY "5 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM 2000-LISTA-ROTAS
                   WHEN OPCAO-INCLUIR
                       PERFORM 3000-INCLUI-ROTA
                           THRU 3000-INCLUI-FIM
                   WHEN OPCAO-ALTERAR
                       PERFORM 4000-ALTERA-ROTA
                           THRU 4000-ALTERA-FIM
                   WHEN OPCAO-EXCLUIR
                       PERFORM 5000-EXCLUI-ROTA
                           THRU 5000-EXCLUI-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       2000-LISTA-ROTAS.
           MOVE "N" TO WS-FIM-LISTA-SW.
           MOVE ZERO TO WS-QTD-ROTAS.
           MOVE LOW-VALUES TO ROT-ORIGEM.
           START TABELA-ROTAS KEY NOT < ROT-ORIGEM
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ TABELA-ROTAS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       ADD 1 TO WS-QTD-ROTAS
                       DISPLAY ROT-ORIGEM " -> " ROT-GRUPO " "
                           ROT-OBSERVACAO
               END-READ
           END-PERFORM.
      *sem rota nenhuma tudo vai pro grupo da supervisao
           IF WS-QTD-ROTAS = ZERO
               DISPLAY "Nenhuma rota cadastrada; as notificacoes "
                   "vao para o grupo SUPERVISAO."
           END-IF.

       3000-INCLUI-ROTA.
           PERFORM 8000-LE-ORIGEM-INFORMADA.
           MOVE WS-ORIGEM-INFORMADA TO ROT-ORIGEM.
           READ TABELA-ROTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ja existe rota para esta origem: "
                       ROT-GRUPO
                   GO TO 3000-INCLUI-FIM
           END-READ.

           MOVE SPACES TO WS-GRUPO-INF.
           PERFORM UNTIL WS-GRUPO-INF NOT = SPACES
               DISPLAY "Grupo de correio destinatario: "
               ACCEPT WS-GRUPO-INF
               IF WS-GRUPO-INF = SPACES
                   DISPLAY "Grupo nao pode ficar em branco."
               END-IF
           END-PERFORM.
           DISPLAY "Observacao (quem esta no grupo): ".
           MOVE SPACES TO WS-OBSERVACAO-INF.
           ACCEPT WS-OBSERVACAO-INF.

           MOVE WS-ORIGEM-INFORMADA TO ROT-ORIGEM.
           MOVE WS-GRUPO-INF        TO ROT-GRUPO.
           MOVE WS-OBSERVACAO-INF   TO ROT-OBSERVACAO.
           WRITE REG-ROTA
               INVALID KEY
                   DISPLAY "Ja existe rota para esta origem."
               NOT INVALID KEY
                   DISPLAY "Rota incluida."
                   MOVE "INCLUSAO" TO WS-JRN-ACAO-W
                   MOVE ROT-ORIGEM TO WS-JRN-CHAVE-W
                   MOVE "(novo)"   TO WS-JRN-ANTES-W
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   PERFORM 9500-GRAVA-JORNAL
           END-WRITE.
       3000-INCLUI-FIM.
           EXIT.

       4000-ALTERA-ROTA.
      *campos deixados em branco mantem o valor atual da tabela,
      *como na alteracao de remetente do PROG26
           PERFORM 8000-LE-ORIGEM-INFORMADA.
           MOVE WS-ORIGEM-INFORMADA TO ROT-ORIGEM.
           READ TABELA-ROTAS
               INVALID KEY
                   DISPLAY "Origem sem rota cadastrada."
                   GO TO 4000-ALTERA-FIM
           END-READ.

           PERFORM 9400-MONTA-IMAGEM.
           MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W.

           DISPLAY "Grupo atual: " ROT-GRUPO.
           DISPLAY "Novo grupo (vazio mantem): ".
           MOVE SPACES TO WS-GRUPO-INF.
           ACCEPT WS-GRUPO-INF.
           IF WS-GRUPO-INF NOT = SPACES
               MOVE WS-GRUPO-INF TO ROT-GRUPO
           END-IF.

           DISPLAY "Observacao atual: " ROT-OBSERVACAO.
           DISPLAY "Nova observacao (vazio mantem): ".
           MOVE SPACES TO WS-OBSERVACAO-INF.
           ACCEPT WS-OBSERVACAO-INF.
           IF WS-OBSERVACAO-INF NOT = SPACES
               MOVE WS-OBSERVACAO-INF TO ROT-OBSERVACAO
           END-IF.

           REWRITE REG-ROTA
               INVALID KEY
                   DISPLAY "Erro ao regravar, status " WS-STATUS-ROT
               NOT INVALID KEY
                   DISPLAY "Rota alterada."
                   MOVE "ALTERACAO" TO WS-JRN-ACAO-W
                   MOVE ROT-ORIGEM  TO WS-JRN-CHAVE-W
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   PERFORM 9500-GRAVA-JORNAL
           END-REWRITE.
       4000-ALTERA-FIM.
           EXIT.

       5000-EXCLUI-ROTA.
      *a origem sem rota passa a seguir a PADRAO, ou a supervisao
           PERFORM 8000-LE-ORIGEM-INFORMADA.
           MOVE WS-ORIGEM-INFORMADA TO ROT-ORIGEM.
           READ TABELA-ROTAS
               INVALID KEY
                   DISPLAY "Origem sem rota cadastrada."
                   GO TO 5000-EXCLUI-FIM
           END-READ.

           DISPLAY "Excluir " ROT-ORIGEM " -> " ROT-GRUPO.
           DISPLAY "Confirma a exclusao (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 9400-MONTA-IMAGEM
               MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W
               DELETE TABELA-ROTAS
                   INVALID KEY
                       DISPLAY "Erro ao excluir, status "
                           WS-STATUS-ROT
                   NOT INVALID KEY
                       DISPLAY "Rota excluida."
                       MOVE "EXCLUSAO" TO WS-JRN-ACAO-W
                       MOVE WS-ORIGEM-INFORMADA TO WS-JRN-CHAVE-W
                       MOVE "(excluido)" TO WS-JRN-DEPOIS-W
                       PERFORM 9500-GRAVA-JORNAL
               END-DELETE
           ELSE
               DISPLAY "Exclusao cancelada."
           END-IF.
       5000-EXCLUI-FIM.
           EXIT.

       8000-LE-ORIGEM-INFORMADA.
           MOVE SPACES TO WS-ORIGEM-INFORMADA.
           PERFORM UNTIL WS-ORIGEM-INFORMADA NOT = SPACES
               DISPLAY "Origem (LOTE-PARES, FECHAMENTO, PRAZO-DECKS, "
                   "BOLETIM, SESSOES ou PADRAO): "
               ACCEPT WS-ORIGEM-INFORMADA
               IF WS-ORIGEM-INFORMADA = SPACES
                   DISPLAY "Origem nao pode ficar em branco."
               END-IF
           END-PERFORM.

       9400-MONTA-IMAGEM.
      *imagem do registro pro jornal: grupo e observacao
           MOVE SPACES TO WS-JRN-IMAGEM.
           STRING ROT-GRUPO " " ROT-OBSERVACAO
               DELIMITED BY SIZE INTO WS-JRN-IMAGEM.

       9500-GRAVA-JORNAL.
      *uma linha no jornal compartilhado por mudanca efetivada na
      *tabela, como nos demais cadastros
           OPEN EXTEND JORNAL-MANUTENCAO.
           IF JRN-NAO-ENCONTRADO
               OPEN OUTPUT JORNAL-MANUTENCAO
               CLOSE JORNAL-MANUTENCAO
               OPEN EXTEND JORNAL-MANUTENCAO
           END-IF.

           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

           MOVE SPACES TO REG-JORNAL.
           MOVE WS-DATA-HORA-LOG  TO JRN-DATA-HORA.
           MOVE "ROTAS.DAT"       TO JRN-ARQUIVO.
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
