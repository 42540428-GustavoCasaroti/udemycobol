       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG26.
      * manutencao do cadastro de remetentes de decks
      * (REMETENTES.DAT): lista, inclui, altera e exclui os
      * departamentos que mandam deck de pares, com o contato, os
      * dias da semana em que o deck e esperado, a hora limite de
      * chegada e o limite de valor por registro. E contra este
      * cadastro que o PROG18 confere o remetente de cada deck
      * registrado e que o PROG27 aponta o deck atrasado ou que
      * nao veio. As mudancas vao pro jornal de manutencao, como
      * nos demais cadastros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADASTRO-REMETENTES
               ASSIGN TO "REMETENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CODIGO
               FILE STATUS IS WS-STATUS-REM.

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
       FD  CADASTRO-REMETENTES.
       COPY "REMETENTE.CPY".

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao de cadastros, o mesmo do
      *PROG7, PROG10, PROG14 e PROG23; o PROG22 folheia por data ou
      *chave
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
      *sign-on do PROG1, pro jornal dizer quem mexeu no cadastro

       01  WS-STATUS-REM        PIC X(02).
           88  REM-OK               VALUE "00".

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

       01  WS-CODIGO-INFORMADO  PIC X(10).
       01  WS-NOME-INF          PIC X(20).
       01  WS-CONTATO-INF       PIC X(20).
       01  WS-DIAS-INF          PIC X(07).
       01  WS-DIAS-VALIDO-SW    PIC X(01) VALUE "N".
           88  DIAS-VALIDO          VALUE "S".
       01  WS-IND-DIA           PIC 9(01) VALUE ZERO.
       01  WS-HORA-INF          PIC X(04).
       01  WS-HORA-NUM          PIC 9(04).
       01  WS-HORA-VALIDA-SW    PIC X(01) VALUE "N".
           88  HORA-VALIDA          VALUE "S".
       01  WS-LIMITE-INF        PIC X(10).
       01  WS-LIMITE-VALOR      PIC 9(10).
       01  WS-LIMITE-VALIDO-SW  PIC X(01) VALUE "N".
           88  LIMITE-VALIDO        VALUE "S".
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

           OPEN I-O CADASTRO-REMETENTES.
           IF NOT REM-OK AND WS-STATUS-REM NOT = "05"
               DISPLAY "Erro ao abrir REMETENTES.DAT, status "
                   WS-STATUS-REM
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 1000-MENU-MANUTENCAO.

           CLOSE CADASTRO-REMETENTES.
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
           STRING WS-DATA-HORA-LOG " ACESSO-NEGADO PROG26 "
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
               DISPLAY "1 - Listar remetentes"
               DISPLAY "2 - Incluir remetente"
               DISPLAY "3 - Alterar remetente"
               DISPLAY "4 - Excluir remetente"
               DISPLAY "5 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM 2000-LISTA-REMETENTES
                   WHEN OPCAO-INCLUIR
                       PERFORM 3000-INCLUI-REMETENTE
                           THRU 3000-INCLUI-FIM
                   WHEN OPCAO-ALTERAR
                       PERFORM 4000-ALTERA-REMETENTE
                           THRU 4000-ALTERA-FIM
                   WHEN OPCAO-EXCLUIR
                       PERFORM 5000-EXCLUI-REMETENTE
                           THRU 5000-EXCLUI-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       2000-LISTA-REMETENTES.
           MOVE "N" TO WS-FIM-LISTA-SW.
           MOVE LOW-VALUES TO REM-CODIGO.
           START CADASTRO-REMETENTES KEY NOT < REM-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ CADASTRO-REMETENTES NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       DISPLAY REM-CODIGO " " REM-NOME " "
                           REM-CONTATO " dias=" REM-DIAS-SEMANA
                           " ate " REM-HORA-LIMITE
                           " limite=" REM-LIMITE-VALOR
               END-READ
           END-PERFORM.

       3000-INCLUI-REMETENTE.
           PERFORM 8000-LE-CODIGO-INFORMADO.
           MOVE WS-CODIGO-INFORMADO TO REM-CODIGO.
           READ CADASTRO-REMETENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ja existe remetente com este codigo: "
                       REM-NOME
                   GO TO 3000-INCLUI-FIM
           END-READ.

           MOVE SPACES TO WS-NOME-INF.
           PERFORM UNTIL WS-NOME-INF NOT = SPACES
               DISPLAY "Nome do departamento: "
               ACCEPT WS-NOME-INF
               IF WS-NOME-INF = SPACES
                   DISPLAY "Nome nao pode ficar em branco."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CONTATO-INF.
           PERFORM UNTIL WS-CONTATO-INF NOT = SPACES
               DISPLAY "Contato (pessoa e ramal): "
               ACCEPT WS-CONTATO-INF
               IF WS-CONTATO-INF = SPACES
                   DISPLAY "Contato nao pode ficar em branco."
               END-IF
           END-PERFORM.
           PERFORM 8100-LE-DIAS-VALIDOS.
           PERFORM 8200-LE-HORA-VALIDA.
           PERFORM 8300-LE-LIMITE-VALIDO.

           MOVE WS-CODIGO-INFORMADO TO REM-CODIGO.
           MOVE WS-NOME-INF         TO REM-NOME.
           MOVE WS-CONTATO-INF      TO REM-CONTATO.
           MOVE WS-DIAS-INF         TO REM-DIAS-SEMANA.
           MOVE WS-HORA-NUM         TO REM-HORA-LIMITE.
           MOVE WS-LIMITE-VALOR     TO REM-LIMITE-VALOR.
           WRITE REG-REMETENTE
               INVALID KEY
                   DISPLAY "Ja existe remetente com este codigo."
               NOT INVALID KEY
                   DISPLAY "Remetente incluido."
                   MOVE "INCLUSAO" TO WS-JRN-ACAO-W
                   MOVE REM-CODIGO TO WS-JRN-CHAVE-W
                   MOVE "(novo)"   TO WS-JRN-ANTES-W
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   PERFORM 9500-GRAVA-JORNAL
           END-WRITE.
       3000-INCLUI-FIM.
           EXIT.

       4000-ALTERA-REMETENTE.
      *campos deixados em branco mantem o valor atual do cadastro,
      *como na alteracao de operador do PROG7
           PERFORM 8000-LE-CODIGO-INFORMADO.
           MOVE WS-CODIGO-INFORMADO TO REM-CODIGO.
           READ CADASTRO-REMETENTES
               INVALID KEY
                   DISPLAY "Remetente nao cadastrado."
                   GO TO 4000-ALTERA-FIM
           END-READ.

           PERFORM 9400-MONTA-IMAGEM.
           MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W.

           DISPLAY "Nome atual: " REM-NOME.
           DISPLAY "Novo nome (vazio mantem): ".
           MOVE SPACES TO WS-NOME-INF.
           ACCEPT WS-NOME-INF.
           IF WS-NOME-INF NOT = SPACES
               MOVE WS-NOME-INF TO REM-NOME
           END-IF.

           DISPLAY "Contato atual: " REM-CONTATO.
           DISPLAY "Novo contato (vazio mantem): ".
           MOVE SPACES TO WS-CONTATO-INF.
           ACCEPT WS-CONTATO-INF.
           IF WS-CONTATO-INF NOT = SPACES
               MOVE WS-CONTATO-INF TO REM-CONTATO
           END-IF.

           DISPLAY "Dias atuais (seg a dom): " REM-DIAS-SEMANA.
           DISPLAY "Novos dias, S ou N por dia (vazio mantem): ".
           MOVE SPACES TO WS-DIAS-INF.
           ACCEPT WS-DIAS-INF.
           IF WS-DIAS-INF NOT = SPACES
               PERFORM 8110-VALIDA-DIAS
               IF DIAS-VALIDO
                   MOVE WS-DIAS-INF TO REM-DIAS-SEMANA
               ELSE
                   DISPLAY "Dias invalidos, mantidos os atuais."
               END-IF
           END-IF.

           DISPLAY "Hora limite atual: " REM-HORA-LIMITE.
           DISPLAY "Nova hora limite HHMM (vazio mantem): ".
           MOVE SPACES TO WS-HORA-INF.
           ACCEPT WS-HORA-INF.
           IF WS-HORA-INF NOT = SPACES
               PERFORM 8210-VALIDA-HORA
               IF HORA-VALIDA
                   MOVE WS-HORA-NUM TO REM-HORA-LIMITE
               ELSE
                   DISPLAY "Hora invalida, mantida a atual."
               END-IF
           END-IF.

           DISPLAY "Limite atual (0 = sem limite): " REM-LIMITE-VALOR.
           DISPLAY "Novo limite em reais inteiros (vazio mantem): ".
           MOVE SPACES TO WS-LIMITE-INF.
           ACCEPT WS-LIMITE-INF.
           IF WS-LIMITE-INF NOT = SPACES
               PERFORM 8310-VALIDA-LIMITE
               IF LIMITE-VALIDO
                   MOVE WS-LIMITE-VALOR TO REM-LIMITE-VALOR
               ELSE
                   DISPLAY "Limite invalido, mantido o atual."
               END-IF
           END-IF.

           REWRITE REG-REMETENTE
               INVALID KEY
                   DISPLAY "Erro ao regravar, status " WS-STATUS-REM
               NOT INVALID KEY
                   DISPLAY "Remetente alterado."
                   MOVE "ALTERACAO" TO WS-JRN-ACAO-W
                   MOVE REM-CODIGO  TO WS-JRN-CHAVE-W
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   PERFORM 9500-GRAVA-JORNAL
           END-REWRITE.
       4000-ALTERA-FIM.
           EXIT.

       5000-EXCLUI-REMETENTE.
      *os lotes antigos continuam com o codigo anotado; so deixam
      *de ter limite e de ser cobrados no prazo
           PERFORM 8000-LE-CODIGO-INFORMADO.
           MOVE WS-CODIGO-INFORMADO TO REM-CODIGO.
           READ CADASTRO-REMETENTES
               INVALID KEY
                   DISPLAY "Remetente nao cadastrado."
                   GO TO 5000-EXCLUI-FIM
           END-READ.

           DISPLAY "Excluir " REM-CODIGO " - " REM-NOME.
           DISPLAY "Confirma a exclusao (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 9400-MONTA-IMAGEM
               MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W
               DELETE CADASTRO-REMETENTES
                   INVALID KEY
                       DISPLAY "Erro ao excluir, status "
                           WS-STATUS-REM
                   NOT INVALID KEY
                       DISPLAY "Remetente excluido."
                       MOVE "EXCLUSAO" TO WS-JRN-ACAO-W
                       MOVE WS-CODIGO-INFORMADO TO WS-JRN-CHAVE-W
                       MOVE "(excluido)" TO WS-JRN-DEPOIS-W
                       PERFORM 9500-GRAVA-JORNAL
               END-DELETE
           ELSE
               DISPLAY "Exclusao cancelada."
           END-IF.
       5000-EXCLUI-FIM.
           EXIT.

       8000-LE-CODIGO-INFORMADO.
           MOVE SPACES TO WS-CODIGO-INFORMADO.
           PERFORM UNTIL WS-CODIGO-INFORMADO NOT = SPACES
               DISPLAY "Codigo do remetente: "
               ACCEPT WS-CODIGO-INFORMADO
               IF WS-CODIGO-INFORMADO = SPACES
                   DISPLAY "Codigo nao pode ficar em branco."
               END-IF
           END-PERFORM.

       8100-LE-DIAS-VALIDOS.
           MOVE "N" TO WS-DIAS-VALIDO-SW.
           PERFORM UNTIL DIAS-VALIDO
               DISPLAY "Dias em que o deck e esperado, S ou N de "
                   "segunda a domingo (ex. SSSSSNN): "
               MOVE SPACES TO WS-DIAS-INF
               ACCEPT WS-DIAS-INF
               PERFORM 8110-VALIDA-DIAS
               IF NOT DIAS-VALIDO
                   DISPLAY "Dias invalidos."
               END-IF
           END-PERFORM.

       8110-VALIDA-DIAS.
      *sete posicoes, cada uma S ou N
           MOVE "S" TO WS-DIAS-VALIDO-SW.
           PERFORM 8120-CONFERE-DIA
               VARYING WS-IND-DIA FROM 1 BY 1
               UNTIL WS-IND-DIA > 7.

       8120-CONFERE-DIA.
           IF WS-DIAS-INF (WS-IND-DIA:1) NOT = "S"
               AND WS-DIAS-INF (WS-IND-DIA:1) NOT = "N"
               MOVE "N" TO WS-DIAS-VALIDO-SW
           END-IF.

       8200-LE-HORA-VALIDA.
           MOVE "N" TO WS-HORA-VALIDA-SW.
           PERFORM UNTIL HORA-VALIDA
               DISPLAY "Hora limite de chegada do deck (HHMM): "
               MOVE SPACES TO WS-HORA-INF
               ACCEPT WS-HORA-INF
               PERFORM 8210-VALIDA-HORA
               IF NOT HORA-VALIDA
                   DISPLAY "Hora invalida."
               END-IF
           END-PERFORM.

       8210-VALIDA-HORA.
           MOVE "N" TO WS-HORA-VALIDA-SW.
           IF WS-HORA-INF IS NUMERIC
               MOVE WS-HORA-INF TO WS-HORA-NUM
               IF WS-HORA-NUM (1:2) <= "23"
                   AND WS-HORA-NUM (3:2) <= "59"
                   MOVE "S" TO WS-HORA-VALIDA-SW
               END-IF
           END-IF.

       8300-LE-LIMITE-VALIDO.
      *mesma regra do limite de operador no PROG7: reais inteiros,
      *vazio ou zero e sem limite
           MOVE "N" TO WS-LIMITE-VALIDO-SW.
           PERFORM UNTIL LIMITE-VALIDO
               DISPLAY "Limite de valor por registro, em reais "
                   "inteiros (0 = sem limite): "
               MOVE SPACES TO WS-LIMITE-INF
               ACCEPT WS-LIMITE-INF
               IF WS-LIMITE-INF = SPACES
                   MOVE ZERO TO WS-LIMITE-VALOR
                   MOVE "S" TO WS-LIMITE-VALIDO-SW
               ELSE
                   PERFORM 8310-VALIDA-LIMITE
                   IF NOT LIMITE-VALIDO
                       DISPLAY "Limite invalido, use so digitos."
                   END-IF
               END-IF
           END-PERFORM.

       8310-VALIDA-LIMITE.
           MOVE "N" TO WS-LIMITE-VALIDO-SW.
           IF FUNCTION TEST-NUMVAL(WS-LIMITE-INF) = ZERO
               COMPUTE WS-LIMITE-VALOR =
                   FUNCTION NUMVAL(WS-LIMITE-INF)
               IF FUNCTION NUMVAL(WS-LIMITE-INF) >= ZERO
                   AND FUNCTION NUMVAL(WS-LIMITE-INF)
                       = WS-LIMITE-VALOR
                   MOVE "S" TO WS-LIMITE-VALIDO-SW
               END-IF
           END-IF.

       9400-MONTA-IMAGEM.
      *imagem do registro pro jornal, todos os campos em 70
      *posicoes: nome, contato, dias, hora limite e limite de valor
           MOVE SPACES TO WS-JRN-IMAGEM.
           STRING REM-NOME
               REM-CONTATO
               " D=" REM-DIAS-SEMANA
               " H=" REM-HORA-LIMITE
               " L=" REM-LIMITE-VALOR
               DELIMITED BY SIZE INTO WS-JRN-IMAGEM.

       9500-GRAVA-JORNAL.
      *uma linha no jornal compartilhado por mudanca efetivada no
      *cadastro, como nos demais cadastros
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
           MOVE "REMETENTES.DAT"  TO JRN-ARQUIVO.
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
