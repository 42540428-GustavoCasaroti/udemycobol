       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG25.
      * estorno de calculo registrado: o supervisor escolhe uma linha
      * do log de calculos do PROG3 (o PROG3.LOG vivo ou o arquivo
      * morto PROG3-AAAAMM.LOG do mes) e o programa acrescenta ao
      * PROG3.LOG uma linha ESTORNO apontando pra ela, com o motivo,
      * o cracha do supervisor e o resultado com o sinal trocado. Os
      * arquivos mortos selados nunca sao tocados: a linha de estorno
      * e a unica correcao que passa pela conferencia de selos do
      * PROG19, e o PROG6, o PROG12 e o PROG13 liquidam o calculo
      * estornado nos totais deles -- em vez da nota da contabilidade
      * grampeada no relatorio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-CALCULOS ASSIGN USING WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

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
       FD  LOG-CALCULOS.
      *log de calculos do PROG3, vivo ou arquivo morto do mes; so o
      *vivo recebe linha nova
       01  REG-LOG                PIC X(132).

       FD  OPERADORES-MESTRE.
      *cadastro mestre consultado pelo sign-on de protecao deste
      *programa quando ele roda fora do menu do PROG1
       COPY "OPERMST.CPY".

       FD  LOG-SIGNON.
      *mesmo log de sign-on do PROG4: as recusas de acesso deste
      *programa ficam junto das do menu do PROG1
       01  REG-LOG-SIGNON         PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "OPERADOR.CPY".
      *identidade do supervisor que estorna, carregada pelo sign-on
      *do PROG1 ou pelo sign-on de protecao abaixo

       COPY "ESTORNO.CPY".
      *linha de estorno montada aqui e gravada no PROG3.LOG

       01  WS-NOME-LOG          PIC X(30).
       01  WS-STATUS-LOG        PIC X(02).
           88  LOG-SEM-ARQUIVO      VALUE "35" "05".
           88  LOG-NAO-ENCONTRADO   VALUE "35".
       01  WS-FIM-LOG-SW        PIC X(01) VALUE "N".
           88  FIM-LOG              VALUE "S".

       01  WS-OPCAO-MENU        PIC 9(01).
           88  OPCAO-LISTAR         VALUE 1.
           88  OPCAO-ESTORNAR       VALUE 2.
           88  OPCAO-SAIR           VALUE 3.

       01  WS-ENCERRADO-SW      PIC X(01) VALUE "N".
           88  ENCERRADO            VALUE "S".

       01  WS-MODO-VARREDURA    PIC X(01) VALUE "L".
      *o que a varredura do log faz com cada linha: lista as da
      *data pedida, guarda a escolhida, conta as iguais a ela ou
      *conta os estornos que ja apontam pra ela
           88  VARRE-LISTA          VALUE "L".
           88  VARRE-ESCOLHA        VALUE "E".
           88  VARRE-IGUAIS         VALUE "C".
           88  VARRE-ESTORNOS       VALUE "R".

       01  WS-DATA-PEDIDA       PIC X(08).
       01  WS-NUM-PEDIDO        PIC 9(05) VALUE ZERO.
       01  WS-QTD-DA-DATA       PIC 9(05) VALUE ZERO.
       01  WS-QTD-DA-DATA-ED    PIC ZZZZ9.
       01  WS-ACHOU-SW          PIC X(01) VALUE "N".
           88  LINHA-ACHADA         VALUE "S".
       01  WS-LINHA-ESCOLHIDA   PIC X(132).

       01  WS-VALOR-ORIGINAL    PIC S9(10)V99.
       01  WS-VALOR-ESTORNO     PIC S9(10)V99.
       01  WS-RESULTADO-ESTORNO PIC -9(10).99.
      *mesma edicao do RESULTADO-EDITADO do PROG3, pra linha de
      *estorno somar no selo do PROG19 como as demais
       01  WS-REF-COMPACTA      PIC X(14).
       01  WS-QTD-IGUAIS        PIC 9(05) VALUE ZERO.
       01  WS-QTD-ESTORNADOS    PIC 9(05) VALUE ZERO.
      *linhas identicas no mesmo segundo (o lote grava varias) sao
      *calculos distintos: cada uma admite um estorno

       01  WS-MES-VARRE         PIC 9(06).
       01  WS-MES-ATUAL         PIC 9(06).
       01  WS-ANO-CALC          PIC 9(04).
       01  WS-MES-CALC          PIC 9(02).

       01  WS-MOTIVO-INF        PIC X(02).
           88  MOTIVO-VALIDO        VALUE "01" "02" "03" "04" "05".
       01  WS-CONFIRMA          PIC X(01).

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

           PERFORM 1000-MENU-ESTORNO.
           GO TO PROGRAM-DONE.

       0800-EXIGE-SUPERVISOR.
      *mesma protecao dos demais programas do supervisor: sem
      *identidade de supervisor na area compartilhada, exige o
      *sign-on por cracha e PIN contra o cadastro mestre, recusa
      *quem nao for supervisor e anota a recusa no PROG4.LOG
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
           OPEN EXTEND LOG-SIGNON.
           IF LOGS-NAO-ENCONTRADO
               OPEN OUTPUT LOG-SIGNON
               CLOSE LOG-SIGNON
               OPEN EXTEND LOG-SIGNON
           END-IF.
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO WS-LOG-LINHA.
           STRING WS-DATA-HORA-LOG " ACESSO-NEGADO PROG25 "
               OPM-NOME
               DELIMITED BY SIZE
               INTO WS-LOG-LINHA.
           WRITE REG-LOG-SIGNON FROM WS-LOG-LINHA.
           CLOSE LOG-SIGNON.

       0860-GRAVA-PIN-RECUSADO.
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

       1000-MENU-ESTORNO.
           PERFORM UNTIL ENCERRADO
               DISPLAY "1 - Listar calculos de uma data"
               DISPLAY "2 - Estornar um calculo"
               DISPLAY "3 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM 2000-LISTA-CALCULOS
                   WHEN OPCAO-ESTORNAR
                       PERFORM 3000-ESTORNA-CALCULO
                           THRU 3000-ESTORNA-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       2000-LISTA-CALCULOS.
      *lista as linhas da data pedida numeradas na ordem do log: o
      *numero mostrado aqui e o que a opcao de estorno pede
           PERFORM 8000-LE-DATA-PEDIDA.
           MOVE "L" TO WS-MODO-VARREDURA.
           PERFORM 2100-VARRE-DATA.
           IF WS-QTD-DA-DATA = ZERO
               DISPLAY "Nenhum calculo registrado nesta data."
           ELSE
               DISPLAY WS-QTD-DA-DATA " linha(s) na data."
           END-IF.

       2100-VARRE-DATA.
      *a data pedida pode estar no arquivo morto do mes (o PROG11
      *rola o log vivo todo fim de dia) e, se ainda nao foi rolada,
      *no PROG3.LOG vivo: varre os dois, nessa ordem, numerando so
      *as linhas da data
           MOVE ZERO TO WS-QTD-DA-DATA.
           MOVE "N" TO WS-ACHOU-SW.
           MOVE SPACES TO WS-NOME-LOG.
           STRING "PROG3-" WS-DATA-PEDIDA (1:6) ".LOG"
               DELIMITED BY SIZE INTO WS-NOME-LOG.
           PERFORM 2200-VARRE-ARQUIVO.
           MOVE "PROG3.LOG" TO WS-NOME-LOG.
           PERFORM 2200-VARRE-ARQUIVO.

       2200-VARRE-ARQUIVO.
           MOVE "N" TO WS-FIM-LOG-SW.
           OPEN INPUT LOG-CALCULOS.
           IF LOG-SEM-ARQUIVO
               CLOSE LOG-CALCULOS
           ELSE
               PERFORM UNTIL FIM-LOG
                   READ LOG-CALCULOS
                       AT END
                           MOVE "S" TO WS-FIM-LOG-SW
                       NOT AT END
                           PERFORM 2300-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE LOG-CALCULOS
           END-IF.

       2300-CONFERE-LINHA.
           EVALUATE TRUE
               WHEN VARRE-ESTORNOS
      *estorno gravado depois, em qualquer mes, apontando pra
      *mesma linha (data/hora, operacao e resultado)
                   MOVE REG-LOG TO REG-ESTORNO
                   IF EST-OPERACAO = "ESTORNO"
                       AND EST-REF-DATA-HORA = WS-REF-COMPACTA
                       AND EST-REF-OPERACAO =
                           WS-LINHA-ESCOLHIDA (21:13)
                       AND EST-RESULTADO = WS-RESULTADO-ESTORNO
                       ADD 1 TO WS-QTD-ESTORNADOS
                   END-IF
               WHEN REG-LOG (1:4) NOT = WS-DATA-PEDIDA (1:4)
                   OR REG-LOG (6:2) NOT = WS-DATA-PEDIDA (5:2)
                   OR REG-LOG (9:2) NOT = WS-DATA-PEDIDA (7:2)
                   CONTINUE
               WHEN VARRE-LISTA
                   ADD 1 TO WS-QTD-DA-DATA
                   MOVE WS-QTD-DA-DATA TO WS-QTD-DA-DATA-ED
                   DISPLAY WS-QTD-DA-DATA-ED " " REG-LOG (1:99)
               WHEN VARRE-ESCOLHA
                   ADD 1 TO WS-QTD-DA-DATA
                   IF WS-QTD-DA-DATA = WS-NUM-PEDIDO
                       MOVE REG-LOG TO WS-LINHA-ESCOLHIDA
                       MOVE "S" TO WS-ACHOU-SW
                   END-IF
               WHEN VARRE-IGUAIS
                   IF REG-LOG (1:19) = WS-LINHA-ESCOLHIDA (1:19)
                       AND REG-LOG (21:13) = WS-LINHA-ESCOLHIDA (21:13)
                       AND REG-LOG (55:14) = WS-LINHA-ESCOLHIDA (55:14)
                       ADD 1 TO WS-QTD-IGUAIS
                   END-IF
           END-EVALUATE.

       3000-ESTORNA-CALCULO.
           PERFORM 8000-LE-DATA-PEDIDA.
           DISPLAY "Numero da linha (da listagem da data, "
               "0 cancela): ".
           MOVE ZERO TO WS-NUM-PEDIDO.
           ACCEPT WS-NUM-PEDIDO.
           IF WS-NUM-PEDIDO = ZERO
               DISPLAY "Estorno cancelado."
               GO TO 3000-ESTORNA-FIM
           END-IF.

           MOVE "E" TO WS-MODO-VARREDURA.
           PERFORM 2100-VARRE-DATA.
           IF NOT LINHA-ACHADA
               DISPLAY "Nao ha linha " WS-NUM-PEDIDO " nesta data."
               GO TO 3000-ESTORNA-FIM
           END-IF.
           DISPLAY WS-LINHA-ESCOLHIDA (1:99).

           IF WS-LINHA-ESCOLHIDA (21:13) = "ESTORNO"
               DISPLAY "Linha de estorno nao se estorna; estorne o "
                   "calculo de novo se preciso."
               GO TO 3000-ESTORNA-FIM
           END-IF.
           IF WS-LINHA-ESCOLHIDA (116:4) = "VETO"
               DISPLAY "Calculo recusado sem visto nao entrou em "
                   "total nenhum; nada a estornar."
               GO TO 3000-ESTORNA-FIM
           END-IF.
           IF WS-LINHA-ESCOLHIDA (21:13) = "DIVISAO*ZERO"
               DISPLAY "Divisao por zero foi rejeitada e nao entrou "
                   "em total nenhum; nada a estornar."
               GO TO 3000-ESTORNA-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-LINHA-ESCOLHIDA (55:14))
               NOT = ZERO
               DISPLAY "Linha sem resultado numerico; nada a "
                   "estornar."
               GO TO 3000-ESTORNA-FIM
           END-IF.

           COMPUTE WS-VALOR-ORIGINAL =
               FUNCTION NUMVAL(WS-LINHA-ESCOLHIDA (55:14)).
           COMPUTE WS-VALOR-ESTORNO = ZERO - WS-VALOR-ORIGINAL.
           MOVE WS-VALOR-ESTORNO TO WS-RESULTADO-ESTORNO.
           MOVE SPACES TO WS-REF-COMPACTA.
           STRING WS-LINHA-ESCOLHIDA (1:4)
               WS-LINHA-ESCOLHIDA (6:2)
               WS-LINHA-ESCOLHIDA (9:2)
               WS-LINHA-ESCOLHIDA (12:2)
               WS-LINHA-ESCOLHIDA (15:2)
               WS-LINHA-ESCOLHIDA (18:2)
               DELIMITED BY SIZE INTO WS-REF-COMPACTA.

           MOVE ZERO TO WS-QTD-IGUAIS.
           MOVE "C" TO WS-MODO-VARREDURA.
           PERFORM 2100-VARRE-DATA.
           PERFORM 3100-CONTA-ESTORNOS.
           IF WS-QTD-ESTORNADOS >= WS-QTD-IGUAIS
               DISPLAY "Este calculo ja foi estornado."
               GO TO 3000-ESTORNA-FIM
           END-IF.

           DISPLAY "Motivo do estorno:".
           DISPLAY "  01 - Valor digitado errado".
           DISPLAY "  02 - Operacao errada".
           DISPLAY "  03 - Par de moedas ou taxa errada".
           DISPLAY "  04 - Calculo em duplicidade".
           DISPLAY "  05 - Outro (ver nota da contabilidade)".
           MOVE SPACES TO WS-MOTIVO-INF.
           PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY "Codigo do motivo: "
               ACCEPT WS-MOTIVO-INF
               IF NOT MOTIVO-VALIDO
                   DISPLAY "Motivo invalido."
               END-IF
           END-PERFORM.

           DISPLAY "Estornar " WS-LINHA-ESCOLHIDA (21:13)
               " de " WS-LINHA-ESCOLHIDA (1:19)
               " resultado " WS-LINHA-ESCOLHIDA (55:14).
           DISPLAY "Confirma o estorno (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 4000-GRAVA-ESTORNO
               DISPLAY "Estorno gravado no PROG3.LOG."
           ELSE
               DISPLAY "Estorno cancelado."
           END-IF.
       3000-ESTORNA-FIM.
           EXIT.

       3100-CONTA-ESTORNOS.
      *o estorno pode ter sido gravado em qualquer dia depois do
      *calculo: varre os arquivos mortos do mes do calculo ate o
      *mes corrente e, por fim, o log vivo
           MOVE ZERO TO WS-QTD-ESTORNADOS.
           MOVE "R" TO WS-MODO-VARREDURA.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           MOVE WS-DATA-LOG (1:6) TO WS-MES-ATUAL.
           MOVE WS-DATA-PEDIDA (1:6) TO WS-MES-VARRE.
           PERFORM UNTIL WS-MES-VARRE > WS-MES-ATUAL
               MOVE SPACES TO WS-NOME-LOG
               STRING "PROG3-" WS-MES-VARRE ".LOG"
                   DELIMITED BY SIZE INTO WS-NOME-LOG
               PERFORM 2200-VARRE-ARQUIVO
               PERFORM 3110-PROXIMO-MES
           END-PERFORM.
           MOVE "PROG3.LOG" TO WS-NOME-LOG.
           PERFORM 2200-VARRE-ARQUIVO.

       3110-PROXIMO-MES.
           MOVE WS-MES-VARRE (1:4) TO WS-ANO-CALC.
           MOVE WS-MES-VARRE (5:2) TO WS-MES-CALC.
           IF WS-MES-CALC >= 12
               ADD 1 TO WS-ANO-CALC
               MOVE 1 TO WS-MES-CALC
           ELSE
               ADD 1 TO WS-MES-CALC
           END-IF.
           COMPUTE WS-MES-VARRE = WS-ANO-CALC * 100 + WS-MES-CALC.

       4000-GRAVA-ESTORNO.
      *acrescenta a linha ESTORNO ao PROG3.LOG vivo; o arquivamento
      *de fim de dia rola e sela ela junto com as demais
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO REG-ESTORNO.
           MOVE WS-DATA-HORA-LOG     TO EST-DATA-HORA.
           MOVE "ESTORNO"            TO EST-OPERACAO.
           MOVE WS-REF-COMPACTA      TO EST-REF-DATA-HORA.
           MOVE " = "                TO EST-IGUAL.
           MOVE WS-RESULTADO-ESTORNO TO EST-RESULTADO.
           IF OPERADOR-NOME = SPACES
               OR OPERADOR-NOME = LOW-VALUES
               MOVE "(nao identificado)" TO EST-SUPERVISOR
           ELSE
               MOVE OPERADOR-NOME (1:30) TO EST-SUPERVISOR
           END-IF.
           MOVE WS-LINHA-ESCOLHIDA (21:13) TO EST-REF-OPERACAO.
           MOVE WS-MOTIVO-INF        TO EST-MOTIVO.
           IF OPERADOR-ID NOT = LOW-VALUES
               MOVE OPERADOR-ID      TO EST-CRACHA
           END-IF.

           MOVE "PROG3.LOG" TO WS-NOME-LOG.
           OPEN EXTEND LOG-CALCULOS.
           IF LOG-NAO-ENCONTRADO
               OPEN OUTPUT LOG-CALCULOS
               CLOSE LOG-CALCULOS
               OPEN EXTEND LOG-CALCULOS
           END-IF.
           WRITE REG-LOG FROM REG-ESTORNO.
           CLOSE LOG-CALCULOS.

       8000-LE-DATA-PEDIDA.
           MOVE SPACES TO WS-DATA-PEDIDA.
           PERFORM UNTIL WS-DATA-PEDIDA IS NUMERIC
               AND WS-DATA-PEDIDA NOT = "00000000"
               DISPLAY "Data do calculo (AAAAMMDD): "
               ACCEPT WS-DATA-PEDIDA
               IF WS-DATA-PEDIDA IS NOT NUMERIC
                   OR WS-DATA-PEDIDA = "00000000"
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM.

       PROGRAM-DONE.
           GOBACK.
