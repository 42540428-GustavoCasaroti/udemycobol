       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG30.
      * manutencao da escala de turnos (ESCALA.DAT): um registro por
      * operador por dia com o turno escalado e o horario, ou o
      * codigo de folga ou de ferias. Troca de turno, folga e ferias
      * sao lancadas aqui pelo supervisor, um dia por vez ou num
      * periodo inteiro de uma vez. E contra esta escala que o
      * PROG31 aponta faltas, atrasos, saidas antecipadas e trabalho
      * fora da escala, e que o PROG20 separa as horas normais das
      * extras. As mudancas vao pro jornal de manutencao, como nos
      * demais cadastros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESCALA-TURNOS ASSIGN TO "ESCALA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WS-STATUS-ESC.

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
       FD  ESCALA-TURNOS.
       COPY "ESCALA.CPY".

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao de cadastros, o mesmo do
      *PROG7, PROG10, PROG14 e PROG23; o PROG22 folheia por data ou
      *chave
       COPY "JORNAL.CPY".

       FD  OPERADORES-MESTRE.
      *cadastro mestre consultado pelo sign-on de protecao deste
      *programa quando ele roda fora do menu do PROG1, e pra
      *conferir o cracha de cada dia lancado na escala
       COPY "OPERMST.CPY".

       FD  LOG-SIGNON.
      *mesmo log de sign-on do PROG4: as recusas de acesso deste
      *programa ficam junto das do menu do PROG1, pro supervisor
      *enxergar tudo num lugar so
       01  REG-LOG-SIGNON         PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "OPERADOR.CPY".
      *identidade de quem esta fazendo a manutencao, carregada pelo
      *sign-on do PROG1, pro jornal dizer quem mexeu na escala

       01  WS-STATUS-ESC        PIC X(02).
           88  ESC-OK               VALUE "00".

       01  WS-OPCAO-MENU        PIC 9(01).
           88  OPCAO-LISTAR-DIA     VALUE 1.
           88  OPCAO-LISTAR-OPER    VALUE 2.
           88  OPCAO-INCLUIR        VALUE 3.
           88  OPCAO-ALTERAR        VALUE 4.
           88  OPCAO-EXCLUIR        VALUE 5.
           88  OPCAO-PERIODO        VALUE 6.
           88  OPCAO-SAIR           VALUE 7.

       01  WS-ENCERRADO-SW      PIC X(01) VALUE "N".
           88  ENCERRADO            VALUE "S".
       01  WS-FIM-LISTA-SW      PIC X(01) VALUE "N".
           88  FIM-LISTA            VALUE "S".
       01  WS-CADASTRO-ABERTO-SW PIC X(01) VALUE "N".
           88  CADASTRO-ABERTO       VALUE "S".

       01  WS-CRACHA-ESCALA     PIC X(10).
       01  WS-CRACHA-VALIDO-SW  PIC X(01) VALUE "N".
           88  CRACHA-VALIDO        VALUE "S".
       01  WS-NOME-ESCALA       PIC X(60).
       01  WS-DATA-INFORMADA    PIC X(08).
       01  WS-DATA-DE           PIC X(08).
       01  WS-DATA-ATE          PIC X(08).
       01  WS-DATA-VALIDA-SW    PIC X(01) VALUE "N".
           88  DATA-VALIDA          VALUE "S".
       01  WS-CODIGO-INF        PIC X(01).
           88  CODIGO-ESCALADO      VALUE "M" "T" "N".
           88  CODIGO-VALIDO        VALUE "M" "T" "N" "F" "V".
       01  WS-HORA-INF          PIC X(04).
       01  WS-HORA-NUM          PIC 9(04).
       01  WS-HORA-VALIDA-SW    PIC X(01) VALUE "N".
           88  HORA-VALIDA          VALUE "S".
       01  WS-HORA-INICIO-INF   PIC 9(04).
       01  WS-HORA-FIM-INF      PIC 9(04).
       01  WS-HORA-PADRAO       PIC 9(04).
       01  WS-OBSERVACAO-INF    PIC X(20).
       01  WS-CONFIRMA          PIC X(01).

      *horario padrao de cada turno, oferecido quando o supervisor
      *deixa a hora em branco: manha 06-14, tarde 14-22, noite 22-06
       01  WS-INICIO-MANHA      PIC 9(04) VALUE 0600.
       01  WS-FIM-MANHA         PIC 9(04) VALUE 1400.
       01  WS-INICIO-TARDE      PIC 9(04) VALUE 1400.
       01  WS-FIM-TARDE         PIC 9(04) VALUE 2200.
       01  WS-INICIO-NOITE      PIC 9(04) VALUE 2200.
       01  WS-FIM-NOITE         PIC 9(04) VALUE 0600.

      *lancamento de um periodo: um dia por volta, contando em dias
      *corridos
       01  WS-DATA-NUM          PIC 9(08).
       01  WS-DIA-INICIAL       PIC 9(07) COMP.
       01  WS-DIA-FINAL         PIC 9(07) COMP.
       01  WS-DIA-CORRENTE      PIC 9(07) COMP.
       01  WS-QTD-DIAS          PIC 9(05) VALUE ZERO COMP.
       01  WS-QTD-DIAS-ED       PIC ZZZZ9.
       01  WS-QTD-INCLUIDOS     PIC 9(05) VALUE ZERO.
       01  WS-QTD-ALTERADOS     PIC 9(05) VALUE ZERO.

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

           OPEN I-O ESCALA-TURNOS.
           IF NOT ESC-OK AND WS-STATUS-ESC NOT = "05"
               DISPLAY "Erro ao abrir ESCALA.DAT, status "
                   WS-STATUS-ESC
               GO TO PROGRAM-DONE
           END-IF.

      *o cadastro mestre fica aberto so pra consulta do cracha;
      *sem ele a escala ainda pode ser lancada, com aviso
           OPEN INPUT OPERADORES-MESTRE.
           IF OPM-MST-ABERTO
               MOVE "S" TO WS-CADASTRO-ABERTO-SW
           ELSE
               MOVE "N" TO WS-CADASTRO-ABERTO-SW
               DISPLAY "Aviso: OPERADORES.DAT indisponivel, status "
                   WS-STATUS-OPM "; cracha nao sera conferido."
           END-IF.

           PERFORM 1000-MENU-MANUTENCAO.

           IF CADASTRO-ABERTO
               CLOSE OPERADORES-MESTRE
           END-IF.
           CLOSE ESCALA-TURNOS.
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
           STRING WS-DATA-HORA-LOG " ACESSO-NEGADO PROG30 "
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
               DISPLAY "1 - Listar a escala de um dia"
               DISPLAY "2 - Listar a escala de um operador"
               DISPLAY "3 - Incluir dia na escala"
               DISPLAY "4 - Alterar dia da escala"
               DISPLAY "5 - Excluir dia da escala"
               DISPLAY "6 - Lancar periodo (turno, folga ou ferias)"
               DISPLAY "7 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR-DIA
                       PERFORM 2000-LISTA-DIA
                   WHEN OPCAO-LISTAR-OPER
                       PERFORM 2100-LISTA-OPERADOR
                   WHEN OPCAO-INCLUIR
                       PERFORM 3000-INCLUI-DIA
                           THRU 3000-INCLUI-FIM
                   WHEN OPCAO-ALTERAR
                       PERFORM 4000-ALTERA-DIA
                           THRU 4000-ALTERA-FIM
                   WHEN OPCAO-EXCLUIR
                       PERFORM 5000-EXCLUI-DIA
                           THRU 5000-EXCLUI-FIM
                   WHEN OPCAO-PERIODO
                       PERFORM 6000-LANCA-PERIODO
                           THRU 6000-LANCA-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       2000-LISTA-DIA.
      *a chave comeca pelo cracha, entao a escala de um dia sai de
      *uma leitura do arquivo inteiro filtrando a data
           PERFORM 8100-LE-DATA-VALIDA.
           MOVE "N" TO WS-FIM-LISTA-SW.
           MOVE LOW-VALUES TO ESC-CHAVE.
           START ESCALA-TURNOS KEY NOT < ESC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ ESCALA-TURNOS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       IF ESC-DATA = WS-DATA-NUM
                           PERFORM 2200-MOSTRA-DIA
                       END-IF
               END-READ
           END-PERFORM.

       2100-LISTA-OPERADOR.
           PERFORM 8000-LE-CRACHA-ESCALA.
           MOVE "N" TO WS-FIM-LISTA-SW.
           MOVE WS-CRACHA-ESCALA TO ESC-CRACHA.
           MOVE ZERO TO ESC-DATA.
           START ESCALA-TURNOS KEY NOT < ESC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ ESCALA-TURNOS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       IF ESC-CRACHA NOT = WS-CRACHA-ESCALA
                           MOVE "S" TO WS-FIM-LISTA-SW
                       ELSE
                           PERFORM 2200-MOSTRA-DIA
                       END-IF
               END-READ
           END-PERFORM.

       2200-MOSTRA-DIA.
           EVALUATE TRUE
               WHEN ESC-FOLGA
                   DISPLAY ESC-CRACHA " " ESC-DATA " FOLGA  "
                       ESC-OBSERVACAO
               WHEN ESC-FERIAS
                   DISPLAY ESC-CRACHA " " ESC-DATA " FERIAS "
                       ESC-OBSERVACAO
               WHEN OTHER
                   DISPLAY ESC-CRACHA " " ESC-DATA " TURNO "
                       ESC-CODIGO " " ESC-HORA-INICIO "-"
                       ESC-HORA-FIM " " ESC-OBSERVACAO
           END-EVALUATE.

       3000-INCLUI-DIA.
           PERFORM 8000-LE-CRACHA-ESCALA.
           PERFORM 8100-LE-DATA-VALIDA.
           MOVE WS-CRACHA-ESCALA TO ESC-CRACHA.
           MOVE WS-DATA-NUM      TO ESC-DATA.
           READ ESCALA-TURNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ja existe escala deste cracha neste "
                       "dia; use a alteracao."
                   GO TO 3000-INCLUI-FIM
           END-READ.

           PERFORM 8200-LE-CODIGO-E-HORARIO.

           MOVE WS-CRACHA-ESCALA    TO ESC-CRACHA.
           MOVE WS-DATA-NUM         TO ESC-DATA.
           MOVE WS-CODIGO-INF       TO ESC-CODIGO.
           MOVE WS-HORA-INICIO-INF  TO ESC-HORA-INICIO.
           MOVE WS-HORA-FIM-INF     TO ESC-HORA-FIM.
           MOVE WS-OBSERVACAO-INF   TO ESC-OBSERVACAO.
           WRITE REG-ESCALA
               INVALID KEY
                   DISPLAY "Ja existe escala deste cracha neste dia."
               NOT INVALID KEY
                   DISPLAY "Dia incluido na escala."
                   MOVE "INCLUSAO" TO WS-JRN-ACAO-W
                   MOVE "(nova)"   TO WS-JRN-ANTES-W
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   PERFORM 9500-GRAVA-JORNAL
           END-WRITE.
       3000-INCLUI-FIM.
           EXIT.

       4000-ALTERA-DIA.
      *troca de turno ou de horario num dia ja escalado; todos os
      *campos sao informados de novo, com o horario padrao do
      *turno oferecido em branco
           PERFORM 8000-LE-CRACHA-ESCALA.
           PERFORM 8100-LE-DATA-VALIDA.
           MOVE WS-CRACHA-ESCALA TO ESC-CRACHA.
           MOVE WS-DATA-NUM      TO ESC-DATA.
           READ ESCALA-TURNOS
               INVALID KEY
                   DISPLAY "Nao ha escala deste cracha neste dia."
                   GO TO 4000-ALTERA-FIM
           END-READ.

           PERFORM 9400-MONTA-IMAGEM.
           MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W.
           DISPLAY "Escala atual:".
           PERFORM 2200-MOSTRA-DIA.

           PERFORM 8200-LE-CODIGO-E-HORARIO.

           MOVE WS-CODIGO-INF       TO ESC-CODIGO.
           MOVE WS-HORA-INICIO-INF  TO ESC-HORA-INICIO.
           MOVE WS-HORA-FIM-INF     TO ESC-HORA-FIM.
           IF WS-OBSERVACAO-INF NOT = SPACES
               MOVE WS-OBSERVACAO-INF TO ESC-OBSERVACAO
           END-IF.
           REWRITE REG-ESCALA
               INVALID KEY
                   DISPLAY "Erro ao regravar, status " WS-STATUS-ESC
               NOT INVALID KEY
                   DISPLAY "Escala alterada."
                   MOVE "ALTERACAO" TO WS-JRN-ACAO-W
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                   PERFORM 9500-GRAVA-JORNAL
           END-REWRITE.
       4000-ALTERA-FIM.
           EXIT.

       5000-EXCLUI-DIA.
      *dia sem escala volta a valer o turno fixo do cadastro mestre
      *na folha, e o trabalho nele sai como fora da escala
           PERFORM 8000-LE-CRACHA-ESCALA.
           PERFORM 8100-LE-DATA-VALIDA.
           MOVE WS-CRACHA-ESCALA TO ESC-CRACHA.
           MOVE WS-DATA-NUM      TO ESC-DATA.
           READ ESCALA-TURNOS
               INVALID KEY
                   DISPLAY "Nao ha escala deste cracha neste dia."
                   GO TO 5000-EXCLUI-FIM
           END-READ.

           PERFORM 2200-MOSTRA-DIA.
           DISPLAY "Confirma a exclusao (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 9400-MONTA-IMAGEM
               MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W
               DELETE ESCALA-TURNOS
                   INVALID KEY
                       DISPLAY "Erro ao excluir, status "
                           WS-STATUS-ESC
                   NOT INVALID KEY
                       DISPLAY "Dia excluido da escala."
                       MOVE "EXCLUSAO" TO WS-JRN-ACAO-W
                       MOVE "(excluida)" TO WS-JRN-DEPOIS-W
                       PERFORM 9500-GRAVA-JORNAL
               END-DELETE
           ELSE
               DISPLAY "Exclusao cancelada."
           END-IF.
       5000-EXCLUI-FIM.
           EXIT.

       6000-LANCA-PERIODO.
      *ferias, folgas seguidas ou uma semana de turno trocado de uma
      *vez: o mesmo codigo e horario em cada dia do periodo; dia ja
      *escalado e sobrescrito, e cada dia vai pro jornal
           PERFORM 8000-LE-CRACHA-ESCALA.
           DISPLAY "Inicio do periodo:".
           PERFORM 8100-LE-DATA-VALIDA.
           MOVE WS-DATA-INFORMADA TO WS-DATA-DE.
           COMPUTE WS-DIA-INICIAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           DISPLAY "Fim do periodo:".
           PERFORM 8100-LE-DATA-VALIDA.
           MOVE WS-DATA-INFORMADA TO WS-DATA-ATE.
           COMPUTE WS-DIA-FINAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           IF WS-DIA-INICIAL = ZERO OR WS-DIA-FINAL = ZERO
               DISPLAY "Data inexistente no calendario."
               GO TO 6000-LANCA-FIM
           END-IF.
           IF WS-DIA-FINAL < WS-DIA-INICIAL
               DISPLAY "Fim anterior ao inicio; nada lancado."
               GO TO 6000-LANCA-FIM
           END-IF.
           COMPUTE WS-QTD-DIAS = WS-DIA-FINAL - WS-DIA-INICIAL + 1.
           IF WS-QTD-DIAS > 366
               DISPLAY "Periodo maior que um ano; nada lancado."
               GO TO 6000-LANCA-FIM
           END-IF.

           PERFORM 8200-LE-CODIGO-E-HORARIO.

           MOVE WS-QTD-DIAS TO WS-QTD-DIAS-ED.
           DISPLAY "Lancar " WS-CODIGO-INF " de " WS-DATA-DE
               " a " WS-DATA-ATE " (" WS-QTD-DIAS-ED
               " dia(s)) para " WS-CRACHA-ESCALA.
           DISPLAY "Confirma (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Lancamento cancelado."
               GO TO 6000-LANCA-FIM
           END-IF.

           MOVE ZERO TO WS-QTD-INCLUIDOS.
           MOVE ZERO TO WS-QTD-ALTERADOS.
           PERFORM 6100-LANCA-UM-DIA
               VARYING WS-DIA-CORRENTE FROM WS-DIA-INICIAL BY 1
               UNTIL WS-DIA-CORRENTE > WS-DIA-FINAL.
           DISPLAY "Periodo lancado: " WS-QTD-INCLUIDOS
               " dia(s) incluido(s), " WS-QTD-ALTERADOS
               " alterado(s).".
       6000-LANCA-FIM.
           EXIT.

       6100-LANCA-UM-DIA.
           COMPUTE WS-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE).
           MOVE WS-CRACHA-ESCALA TO ESC-CRACHA.
           MOVE WS-DATA-NUM      TO ESC-DATA.
           READ ESCALA-TURNOS
               INVALID KEY
                   MOVE WS-CRACHA-ESCALA    TO ESC-CRACHA
                   MOVE WS-DATA-NUM         TO ESC-DATA
                   MOVE WS-CODIGO-INF       TO ESC-CODIGO
                   MOVE WS-HORA-INICIO-INF  TO ESC-HORA-INICIO
                   MOVE WS-HORA-FIM-INF     TO ESC-HORA-FIM
                   MOVE WS-OBSERVACAO-INF   TO ESC-OBSERVACAO
                   WRITE REG-ESCALA
                       INVALID KEY
                           DISPLAY "Erro ao incluir " WS-DATA-NUM
                               ", status " WS-STATUS-ESC
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-INCLUIDOS
                           MOVE "INCLUSAO" TO WS-JRN-ACAO-W
                           MOVE "(nova)"   TO WS-JRN-ANTES-W
                           PERFORM 9400-MONTA-IMAGEM
                           MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                           PERFORM 9500-GRAVA-JORNAL
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W
                   MOVE WS-CODIGO-INF       TO ESC-CODIGO
                   MOVE WS-HORA-INICIO-INF  TO ESC-HORA-INICIO
                   MOVE WS-HORA-FIM-INF     TO ESC-HORA-FIM
                   MOVE WS-OBSERVACAO-INF   TO ESC-OBSERVACAO
                   REWRITE REG-ESCALA
                       INVALID KEY
                           DISPLAY "Erro ao alterar " WS-DATA-NUM
                               ", status " WS-STATUS-ESC
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-ALTERADOS
                           MOVE "ALTERACAO" TO WS-JRN-ACAO-W
                           PERFORM 9400-MONTA-IMAGEM
                           MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                           PERFORM 9500-GRAVA-JORNAL
                   END-REWRITE
           END-READ.

       8000-LE-CRACHA-ESCALA.
      *o cracha tem de existir no cadastro mestre; com o cadastro
      *fora do ar, qualquer cracha nao vazio passa
           MOVE "N" TO WS-CRACHA-VALIDO-SW.
           PERFORM UNTIL CRACHA-VALIDO
               DISPLAY "Cracha do operador: "
               MOVE SPACES TO WS-CRACHA-ESCALA
               ACCEPT WS-CRACHA-ESCALA
               IF WS-CRACHA-ESCALA = SPACES
                   DISPLAY "Cracha nao pode ficar em branco."
               ELSE
                   PERFORM 8010-CONFERE-CRACHA
               END-IF
           END-PERFORM.

       8010-CONFERE-CRACHA.
           IF NOT CADASTRO-ABERTO
               MOVE SPACES TO WS-NOME-ESCALA
               MOVE "S" TO WS-CRACHA-VALIDO-SW
           ELSE
               MOVE WS-CRACHA-ESCALA TO OPM-ID
               READ OPERADORES-MESTRE
                   INVALID KEY
                       DISPLAY "Cracha nao cadastrado."
                   NOT INVALID KEY
                       MOVE OPM-NOME TO WS-NOME-ESCALA
                       DISPLAY "Operador: " WS-NOME-ESCALA
                       MOVE "S" TO WS-CRACHA-VALIDO-SW
               END-READ
           END-IF.

       8100-LE-DATA-VALIDA.
      *data AAAAMMDD com mes e dia na faixa, como no boletim do
      *PROG28, e existente no calendario (nada de 30 de fevereiro);
      *devolvida tambem numerica em WS-DATA-NUM
           MOVE "N" TO WS-DATA-VALIDA-SW.
           PERFORM UNTIL DATA-VALIDA
               DISPLAY "Data (AAAAMMDD): "
               MOVE SPACES TO WS-DATA-INFORMADA
               ACCEPT WS-DATA-INFORMADA
               IF WS-DATA-INFORMADA IS NUMERIC
                   AND WS-DATA-INFORMADA (5:2) >= "01"
                   AND WS-DATA-INFORMADA (5:2) <= "12"
                   AND WS-DATA-INFORMADA (7:2) >= "01"
                   AND WS-DATA-INFORMADA (7:2) <= "31"
                   MOVE WS-DATA-INFORMADA TO WS-DATA-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) = 0
                       DISPLAY "Data inexistente no calendario."
                   ELSE
                       MOVE "S" TO WS-DATA-VALIDA-SW
                   END-IF
               ELSE
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM.

       8200-LE-CODIGO-E-HORARIO.
      *codigo do dia e, no turno, o horario; hora em branco assume
      *o horario padrao do turno. Folga e ferias ficam sem horario
           MOVE SPACE TO WS-CODIGO-INF.
           PERFORM UNTIL CODIGO-VALIDO
               DISPLAY "Codigo do dia: M, T ou N (turno), "
                   "F (folga) ou V (ferias): "
               ACCEPT WS-CODIGO-INF
               IF WS-CODIGO-INF = "m" OR "t" OR "n" OR "f" OR "v"
                   INSPECT WS-CODIGO-INF
                       CONVERTING "mtnfv" TO "MTNFV"
               END-IF
               IF NOT CODIGO-VALIDO
                   DISPLAY "Codigo invalido."
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-HORA-INICIO-INF.
           MOVE ZERO TO WS-HORA-FIM-INF.
           IF CODIGO-ESCALADO
               EVALUATE WS-CODIGO-INF
                   WHEN "M"
                       MOVE WS-INICIO-MANHA TO WS-HORA-PADRAO
                   WHEN "T"
                       MOVE WS-INICIO-TARDE TO WS-HORA-PADRAO
                   WHEN OTHER
                       MOVE WS-INICIO-NOITE TO WS-HORA-PADRAO
               END-EVALUATE
               DISPLAY "Hora de inicio HHMM (em branco = "
                   WS-HORA-PADRAO "): "
               PERFORM 8300-LE-HORA-OU-PADRAO
               MOVE WS-HORA-NUM TO WS-HORA-INICIO-INF
               EVALUATE WS-CODIGO-INF
                   WHEN "M"
                       MOVE WS-FIM-MANHA TO WS-HORA-PADRAO
                   WHEN "T"
                       MOVE WS-FIM-TARDE TO WS-HORA-PADRAO
                   WHEN OTHER
                       MOVE WS-FIM-NOITE TO WS-HORA-PADRAO
               END-EVALUATE
               DISPLAY "Hora de fim HHMM (em branco = "
                   WS-HORA-PADRAO "): "
               PERFORM 8300-LE-HORA-OU-PADRAO
               MOVE WS-HORA-NUM TO WS-HORA-FIM-INF
           END-IF.

           DISPLAY "Observacao (ex. troca com cracha X): ".
           MOVE SPACES TO WS-OBSERVACAO-INF.
           ACCEPT WS-OBSERVACAO-INF.

       8300-LE-HORA-OU-PADRAO.
           MOVE "N" TO WS-HORA-VALIDA-SW.
           PERFORM UNTIL HORA-VALIDA
               MOVE SPACES TO WS-HORA-INF
               ACCEPT WS-HORA-INF
               IF WS-HORA-INF = SPACES
                   MOVE WS-HORA-PADRAO TO WS-HORA-NUM
                   MOVE "S" TO WS-HORA-VALIDA-SW
               ELSE
                   PERFORM 8310-VALIDA-HORA
                   IF NOT HORA-VALIDA
                       DISPLAY "Hora invalida; informe HHMM: "
                   END-IF
               END-IF
           END-PERFORM.

       8310-VALIDA-HORA.
           MOVE "N" TO WS-HORA-VALIDA-SW.
           IF WS-HORA-INF IS NUMERIC
               MOVE WS-HORA-INF TO WS-HORA-NUM
               IF WS-HORA-NUM (1:2) <= "23"
                   AND WS-HORA-NUM (3:2) <= "59"
                   MOVE "S" TO WS-HORA-VALIDA-SW
               END-IF
           END-IF.

       9400-MONTA-IMAGEM.
      *imagem do registro pro jornal: codigo, horario e observacao;
      *a chave do jornal leva o cracha e a data
           MOVE SPACES TO WS-JRN-IMAGEM.
           STRING ESC-CODIGO
               " " ESC-HORA-INICIO "-" ESC-HORA-FIM
               " " ESC-OBSERVACAO
               DELIMITED BY SIZE INTO WS-JRN-IMAGEM.
           MOVE SPACES TO WS-JRN-CHAVE-W.
           STRING ESC-CRACHA " " ESC-DATA
               DELIMITED BY SIZE INTO WS-JRN-CHAVE-W.

       9500-GRAVA-JORNAL.
      *uma linha no jornal compartilhado por mudanca efetivada na
      *escala, como nos demais cadastros
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
           MOVE "ESCALA.DAT"      TO JRN-ARQUIVO.
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
