               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

           SELECT OPTIONAL RELATORIO-PRE-VALIDACAO
               ASSIGN USING WS-NOME-ARQ-PREVAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.

           SELECT OPTIONAL FILA-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEN.

           SELECT OPTIONAL OPERADORES-MESTRE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT OPTIONAL LOG-SIGNON ASSIGN TO "PROG4.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOGS.

           SELECT OPTIONAL CADASTRO-REMETENTES
               ASSIGN TO "REMETENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REM-CODIGO
               FILE STATUS IS WS-STATUS-REM.

       DATA DIVISION.
       FILE SECTION.
       FD  PARES-ENTRADA.
      *deck da fila (PARES.CTL no modo avulso sem fila)
       01  REG-CONTROLE           PIC X(80).

       FD  RELATORIO-PRE-VALIDACAO.
      *relatorio da pre-validacao do deck pedida pelo PROG18 no
      *registro, um por lote (PREVAL-nnnnnn.RPT): os rejeitos que
      *a rodada da noite daria e o confronto com o trailer
       01  REG-PRE-VALIDACAO      PIC X(100).

       FD  FILA-LOTES.
      *fila de decks registrados pelo PROG18; o modo lote processa
      *os pendentes na ordem e marca cada um como concluido
      *enterrado no PARES.CTL
       COPY "PENDENCIA.CPY".

       FD  OPERADORES-MESTRE.
      *cadastro mestre: limite de valor do operador e conferencia
      *do supervisor que da o visto num resultado acima do limite
       COPY "OPERMST.CPY".

       FD  LOG-SIGNON.
      *mesmo log de sign-on do PROG4: PIN errado no visto fica junto
      *das demais recusas de PIN, com as mesmas marcas
       01  REG-LOG-SIGNON         PIC X(150).

       FD  CADASTRO-REMETENTES.
      *cadastro de remetentes mantido no PROG26: o limite de valor
      *do departamento que entregou o deck vale no modo lote
       COPY "REMETENTE.CPY".

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "OPERADOR.CPY".
      *OPERADOR-NOME chega pronto da area compartilhada quando o
      *PROG1 chama este programa; rodando sozinho o nome chega vazio
      *o menu e pulado e o modo lote roda direto, devolvendo o
      *status do passo na area compartilhada

       COPY "NOTIFPED.CPY".
      *pedido de notificacao pro PROG36: cada pendencia apontada
      *aqui tambem sai pro gateway de correio

       COPY "PREVAL.CPY".
      *na pre-validacao pedida pelo PROG18 o menu tambem e pulado:
      *o deck do lote informado e so conferido, sem calculo gravado

       01  PRIMEIRO-NUMERO PIC IS 9(5)V99.
      *9(5)V99 aceita valores com centavos, ex: 00123,45
       01  SEGUNDO-NUMERO PICTURE IS 9(5)V99.
      *regravacao da fila e pulada pra nao apagar as linhas deles
      *do LOTES.DAT, mesmo esquema da tabela de pendencias do PROG1
       01  TABELA-LOTES.
           05  WS-LOTE-TAB OCCURS 100 TIMES PIC X(64).
       01  WS-LOTE-CORRENTE     PIC 9(06) VALUE ZERO.
       01  WS-LOTE-EDITADO      PIC 9(06).
       01  WS-NOME-ARQ-PARES    PIC X(30) VALUE "PARES.DAT".
      *e o arquivo de rejeitos: os decks seguintes acrescentam em
      *vez de truncar, senao o segundo deck apagaria os rejeitos
      *do primeiro antes de o PROG17 ve-los
       01  WS-QTD-DECKS-RETIDOS PIC 9(03) VALUE ZERO.
      *decks retidos pela pre-validacao, pulados nesta rodada
       01  WS-NOME-ARQ-PREVAL   PIC X(30) VALUE "PREVAL.RPT".
       01  WS-STATUS-PRV        PIC X(02).
       01  WS-LINHA-PREVAL      PIC X(100).
       01  WS-REJEITADOS-ANTES  PIC 9(06) VALUE ZERO.
       01  WS-LOTE-ACHADO-SW    PIC X(01) VALUE "N".
           88  LOTE-ACHADO          VALUE "S".
       01  WS-IND-ACHADO        PIC 9(03) VALUE ZERO COMP.
       01  WS-EM-LOTE-SW        PIC X(01) VALUE "N".
           88  EM-LOTE              VALUE "S".
      *ligado so enquanto o modo lote roda: e o que manda o carimbo
      *de lote pras linhas de log, sem carimbar o modo interativo

       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-MST-ABERTO       VALUE "00" "05".
       01  WS-STATUS-LOGS       PIC X(02).
           88  LOGS-NAO-ENCONTRADO  VALUE "35".
       01  WS-STATUS-REM        PIC X(02).
           88  REM-IDX-ABERTO       VALUE "00" "05".
       01  WS-LINHA-SIGNON      PIC X(150).
       01  WS-LIMITE-OPERADOR   PIC 9(10) VALUE ZERO.
       01  WS-LIMITE-REMETENTE  PIC 9(10) VALUE ZERO.
      *limites em reais inteiros, do cadastro mestre (operador) e
      *do cadastro de remetentes (deck inteiro, no modo lote); zero
      *e sem limite
       01  WS-VALOR-ABSOLUTO    PIC 9(10)V99.
       01  WS-ACIMA-LIMITE-SW   PIC X(01) VALUE "N".
           88  ACIMA-DO-LIMITE      VALUE "S".
       01  WS-VISTO-SW          PIC X(01) VALUE "D".
           88  VISTO-DISPENSADO     VALUE "D".
           88  VISTO-CONCEDIDO      VALUE "C".
           88  VISTO-RECUSADO       VALUE "R".
       01  WS-COSSIGNATARIO     PIC X(10).
      *cracha do supervisor que deu o visto (ou do ultimo que
      *tentou, na recusa), gravado no fim da linha de log
       01  WS-CRACHA-VISTO      PIC X(10).
       01  WS-PIN-VISTO         PIC X(04).
       01  WS-TENTATIVAS-VISTO  PIC 9(01) VALUE ZERO.
       01  WS-LIMITE-FALHAS-PIN PIC 9(01) VALUE 3.
       01  WS-MARCA-LOG-PIN     PIC X(12).
       01  WS-LIMITE-EDITADO    PIC Z(9)9.

       01  WS-ULTIMO-PROCESSADO PIC 9(06) VALUE ZERO.
      *numero do ultimo registro ja processado numa execucao anterior
       01  WS-REGISTRO-ATUAL    PIC 9(06) VALUE ZERO.
               GO TO PROGRAM-DONE
           END-IF.

           IF PRE-MODO-VALIDACAO
               PERFORM 7000-PRE-VALIDA-DECK
                   THRU 7000-PRE-VALIDA-FIM
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "1 - Somar/subtrair/multiplicar/dividir dois".
           DISPLAY "    numeros".
           DISPLAY "2 - Modo lote, lendo pares de PARES.DAT".
           END-IF.

       1950-RODA-LOTE-PENDENTE.
      *lote retido pela pre-validacao fica fora da rodada ate o
      *supervisor liberar no PROG18; no fechamento ele vira
      *pendencia, pro deck nao ficar esquecido na fila
           MOVE WS-LOTE-TAB (WS-IND-LOT) TO REG-LOTE.
           IF LOT-RETIDO
               ADD 1 TO WS-QTD-DECKS-RETIDOS
               MOVE LOT-NUMERO TO WS-LOTE-CORRENTE
               DISPLAY "Lote " LOT-NUMERO " retido na pre-validacao,"
                   " fora desta rodada."
               IF FECHA-MODO-AUTO
                   PERFORM 2410-GRAVA-PENDENCIA-RETIDO
               END-IF
           END-IF.
           IF LOT-PENDENTE
               ADD 1 TO WS-QTD-DECKS-RODADOS
               MOVE LOT-NUMERO  TO WS-LOTE-CORRENTE
               MOVE LOT-ARQUIVO TO WS-NOME-ARQ-PARES
               PERFORM 1960-CARREGA-LIMITE-REMETENTE
               MOVE WS-LOTE-CORRENTE TO WS-LOTE-EDITADO
               MOVE SPACES TO WS-NOME-ARQ-CTL
               STRING "PARES-" WS-LOTE-EDITADO ".CTL"
               END-IF
           END-IF.

       1960-CARREGA-LIMITE-REMETENTE.
      *limite de valor do departamento que entregou o deck, do
      *cadastro de remetentes; lote sem remetente anotado,
      *remetente fora do cadastro ou cadastro ausente deixam o deck
      *sem limite, como sempre rodou
           MOVE ZERO TO WS-LIMITE-REMETENTE.
           IF LOT-REMETENTE NOT = SPACES
               OPEN INPUT CADASTRO-REMETENTES
               IF WS-STATUS-REM = "00"
                   MOVE LOT-REMETENTE TO REM-CODIGO
                   READ CADASTRO-REMETENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF REM-LIMITE-VALOR IS NUMERIC
                               MOVE REM-LIMITE-VALOR
                                   TO WS-LIMITE-REMETENTE
                           END-IF
                   END-READ
               END-IF
               IF REM-IDX-ABERTO
                   CLOSE CADASTRO-REMETENTES
               END-IF
           END-IF.

       1980-REGRAVA-FILA-LOTES.
      *indice proprio: esta regravacao roda de dentro do laco de
      *decks, que ja esta variando o WS-IND-LOT
           PERFORM 1900-CARREGA-FILA-LOTES.
           IF NOT FILA-PRESENTE
               MOVE ZERO TO WS-LOTE-CORRENTE
               MOVE ZERO TO WS-LIMITE-REMETENTE
               MOVE "PARES.DAT" TO WS-NOME-ARQ-PARES
               MOVE "PARES.CTL" TO WS-NOME-ARQ-CTL
               PERFORM 2001-PROCESSA-UM-DECK
           ELSE
               MOVE ZERO TO WS-QTD-DECKS-RODADOS
               MOVE ZERO TO WS-QTD-DECKS-RETIDOS
               PERFORM 1950-RODA-LOTE-PENDENTE
                   VARYING WS-IND-LOT FROM 1 BY 1
                   UNTIL WS-IND-LOT > WS-QTD-LOTES
               IF WS-QTD-DECKS-RODADOS = ZERO
                   DISPLAY "Nenhum lote pendente na fila."
      *em feriado a falta de deck e esperada e nao derruba o
      *fechamento; em dia normal continua sendo falha do passo.
      *deck que chegou mas ficou retido ja esta nas pendencias
                   IF FECHA-MODO-AUTO AND NOT FECHA-FERIADO
                       AND WS-QTD-DECKS-RETIDOS = ZERO
                       MOVE "08" TO FECHA-RETORNO
                   END-IF
               END-IF
               CLOSE RELATORIO-SAIDA
               CLOSE PARES-REJEITADOS

      *o PARES.RPT de cada deck fica guardado como geracao datada
      *no catalogo de relatorios: o rerun do mesmo lote recomeca o
      *relatorio, mas a versao anterior continua no catalogo
               MOVE "PARES.RPT" TO RLP-NOME
               MOVE "PROG3" TO RLP-PROGRAMA
               MOVE WS-DATA-REF-CONV TO RLP-DATA-REF
               MOVE ZERO TO RLP-PAGINAS
               CALL "PROG39"

               PERFORM 2200-CONFERE-BALANCO
               PERFORM 2300-GRAVA-CONTROLE

               GO TO 2100-PROCESSA-FIM
           END-IF.

           MOVE PAR-PRIMEIRO-NUMERO TO PRIMEIRO-NUMERO.
           MOVE PAR-SEGUNDO-NUMERO  TO SEGUNDO-NUMERO.

      *resultado acima do limite de quem entregou o deck nao tem
      *visto possivel no lote: o registro volta pro remetente
           PERFORM 2180-CONFERE-LIMITE-LOTE
               THRU 2180-CONFERE-FIM.
           IF ACIMA-DO-LIMITE
               MOVE "acima do limite remetente" TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-PAR
               GO TO 2100-PROCESSA-FIM
           END-IF.

           ADD 1 TO WS-QTD-PROCESSADOS.

           IF PAR-OP-SOMA OR PAR-OP-TODAS
               PERFORM 2110-LOTE-SOMA
           END-IF.
       2150-CONFERE-REGISTRO.
      *mesma classificacao do 2100, so que sem recalcular nem
      *regravar nada: o registro ja foi tratado na execucao anterior
      *e aqui so entra na contagem e no hash do confronto final.
      *o motivo de cada recusa fica em WS-MOTIVO-REJEITO, com o
      *mesmo texto do 2100, pro relatorio da pre-validacao
           IF PAR-PRIMEIRO-TEXTO NOT NUMERIC
               MOVE "operando nao numerico" TO WS-MOTIVO-REJEITO
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2150-CONFERE-FIM
           END-IF.
           IF PAR-OP-CONVERSAO
               ADD PAR-PRIMEIRO-NUMERO TO WS-HASH-APURADO
               MOVE PAR-MOEDAS TO WS-PAR-PEDIDO
               MOVE "N" TO WS-TAXA-ENCONTRADA-SW
               IF WS-PAR-PEDIDO = SPACES
                   MOVE "par de moedas em branco" TO WS-MOTIVO-REJEITO
               ELSE
                   MOVE "par sem taxa em vigor" TO WS-MOTIVO-REJEITO
                   PERFORM 6200-BUSCA-TAXA
               END-IF
               IF TAXA-ENCONTRADA
                   MOVE PAR-PRIMEIRO-NUMERO TO PRIMEIRO-NUMERO
                   COMPUTE RESULTADO ROUNDED =
                       PRIMEIRO-NUMERO * WS-TAXA-VIGENTE
                   MOVE "N" TO WS-ACIMA-LIMITE-SW
                   PERFORM 2190-COMPARA-LIMITE
                   MOVE "acima do limite remetente"
                       TO WS-MOTIVO-REJEITO
               END-IF
               IF TAXA-ENCONTRADA AND NOT ACIMA-DO-LIMITE
                   ADD 1 TO WS-QTD-PROCESSADOS
               ELSE
                   ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2150-CONFERE-FIM
           END-IF.
           IF PAR-SEGUNDO-TEXTO NOT NUMERIC
               MOVE "operando nao numerico" TO WS-MOTIVO-REJEITO
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2150-CONFERE-FIM
           END-IF.
           ADD PAR-PRIMEIRO-NUMERO TO WS-HASH-APURADO.
           ADD PAR-SEGUNDO-NUMERO  TO WS-HASH-APURADO.
           IF NOT PAR-OP-VALIDA
               MOVE "operacao desconhecida" TO WS-MOTIVO-REJEITO
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2150-CONFERE-FIM
           END-IF.
           MOVE PAR-PRIMEIRO-NUMERO TO PRIMEIRO-NUMERO.
           MOVE PAR-SEGUNDO-NUMERO  TO SEGUNDO-NUMERO.
           PERFORM 2180-CONFERE-LIMITE-LOTE
               THRU 2180-CONFERE-FIM.
           IF ACIMA-DO-LIMITE
               MOVE "acima do limite remetente" TO WS-MOTIVO-REJEITO
               ADD 1 TO WS-QTD-REJEITADOS
           ELSE
               ADD 1 TO WS-QTD-PROCESSADOS
           END-IF.
       2150-CONFERE-FIM.
           EXIT.
               GO TO 2170-CONVERSAO-FIM
           END-IF.

           MOVE PAR-PRIMEIRO-NUMERO TO PRIMEIRO-NUMERO.
           COMPUTE RESULTADO ROUNDED =
               PRIMEIRO-NUMERO * WS-TAXA-VIGENTE.
           MOVE "N" TO WS-ACIMA-LIMITE-SW.
           PERFORM 2190-COMPARA-LIMITE.
           IF ACIMA-DO-LIMITE
               MOVE "acima do limite remetente" TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-PAR
               GO TO 2170-CONVERSAO-FIM
           END-IF.

           ADD 1 TO WS-QTD-PROCESSADOS.
           MOVE RESULTADO TO RESULTADO-EDITADO.
           MOVE WS-TAXA-VIGENTE TO WS-TAXA-EDITADA.

       2170-CONVERSAO-FIM.
           EXIT.

       2180-CONFERE-LIMITE-LOTE.
      *calcula, sem gravar nada, cada operacao que o registro pede
      *e liga o indicador se alguma passar do limite do remetente;
      *vale tanto no processamento quanto na reclassificacao do
      *rerun, pra contagem do confronto sair igual nos dois
           MOVE "N" TO WS-ACIMA-LIMITE-SW.
           IF WS-LIMITE-REMETENTE = ZERO
               GO TO 2180-CONFERE-FIM
           END-IF.
           IF PAR-OP-SOMA OR PAR-OP-TODAS
               COMPUTE RESULTADO = PRIMEIRO-NUMERO + SEGUNDO-NUMERO
               PERFORM 2190-COMPARA-LIMITE
           END-IF.
           IF PAR-OP-SUBTRACAO OR PAR-OP-TODAS
               COMPUTE RESULTADO = PRIMEIRO-NUMERO - SEGUNDO-NUMERO
               PERFORM 2190-COMPARA-LIMITE
           END-IF.
           IF PAR-OP-MULTIPLICACAO OR PAR-OP-TODAS
               COMPUTE RESULTADO = PRIMEIRO-NUMERO * SEGUNDO-NUMERO
               PERFORM 2190-COMPARA-LIMITE
           END-IF.
           IF (PAR-OP-DIVISAO OR PAR-OP-TODAS)
               AND SEGUNDO-NUMERO NOT = ZERO
               COMPUTE RESULTADO = PRIMEIRO-NUMERO / SEGUNDO-NUMERO
               PERFORM 2190-COMPARA-LIMITE
           END-IF.
       2180-CONFERE-FIM.
           EXIT.

       2190-COMPARA-LIMITE.
           IF RESULTADO < ZERO
               COMPUTE WS-VALOR-ABSOLUTO = ZERO - RESULTADO
           ELSE
               MOVE RESULTADO TO WS-VALOR-ABSOLUTO
           END-IF.
           IF WS-LIMITE-REMETENTE > ZERO
               AND WS-VALOR-ABSOLUTO > WS-LIMITE-REMETENTE
               MOVE "S" TO WS-ACIMA-LIMITE-SW
           END-IF.

       2200-CONFERE-BALANCO.
      *o lote so fecha em balanco com o trailer presente, a
      *quantidade esperada igual a lida e o hash total batendo

           CLOSE ARQUIVO-PENDENCIAS.

      *a mesma pendencia vai pro gateway de correio, pro grupo da
      *origem na tabela de rotas
           MOVE "C" TO NTP-SEVERIDADE.
           MOVE PEN-ORIGEM TO NTP-ORIGEM.
           MOVE PEN-DESCRICAO TO NTP-TEXTO.
           CALL "PROG36".

       2410-GRAVA-PENDENCIA-RETIDO.
      *mesma pendencia do 2400, pro lote que a pre-validacao reteve
      *e ninguem liberou ate o fechamento
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
           MOVE "LOTE-PARES" TO PEN-ORIGEM.
           MOVE WS-LOTE-CORRENTE TO WS-LOTE-EDITADO.
           MOVE SPACES TO PEN-DESCRICAO.
           STRING "lote " WS-LOTE-EDITADO
               " retido na pre-validacao, nao rodou"
               DELIMITED BY SIZE INTO PEN-DESCRICAO.
           WRITE REG-PENDENCIA.

           CLOSE ARQUIVO-PENDENCIAS.

      *a mesma pendencia vai pro gateway de correio, pro grupo da
      *origem na tabela de rotas
           MOVE "A" TO NTP-SEVERIDADE.
           MOVE PEN-ORIGEM TO NTP-ORIGEM.
           MOVE PEN-DESCRICAO TO NTP-TEXTO.
           CALL "PROG36".

       2900-REJEITA-PAR.
      *desvia o registro recusado pro PARES.REJ com o numero dele
      *no deck e o motivo, pra devolucao ao remetente
      *mesmas colunas da linha comum de log ate o operador -- o
      *PROG6 e o extrato leem as duas do mesmo jeito -- com o par
      *de moedas no lugar do segundo numero e a taxa usada no fim
           MOVE "D" TO WS-VISTO-SW.
           IF NOT EM-LOTE
               PERFORM 4200-CONFERE-LIMITE
                   THRU 4200-CONFERE-FIM
           END-IF.

           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
               DELIMITED BY SIZE
               INTO WS-LOG-LINHA.
           PERFORM 4100-CARIMBA-LOTE-NO-LOG.
           PERFORM 4150-MARCA-VISTO-NO-LOG.
           WRITE REG-LOG FROM WS-LOG-LINHA.

       6200-BUSCA-TAXA.
                               OR TAXA-VIGENCIA > WS-DATA-REF-CONV
                               MOVE "S" TO WS-FIM-TAXAS-SW
                           ELSE
      *taxa ainda pendente de aprovacao no PROG14 nao vale: fica
      *a vigencia aprovada anterior
                               IF NOT TAXA-PENDENTE
                                   MOVE TAXA-VALOR TO WS-TAXA-VIGENTE
                                   MOVE TAXA-VIGENCIA
                                       TO WS-VIGENCIA-USADA
                                   MOVE "S" TO WS-TAXA-ENCONTRADA-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

       4000-GRAVA-LOG-CALCULO.
      *monta e grava uma linha de auditoria com os dois numeros,
      *a operacao, o resultado e a data/hora atual; fora do modo
      *lote, resultado acima do limite do operador passa antes
      *pelo visto do supervisor
           MOVE "D" TO WS-VISTO-SW.
           IF NOT EM-LOTE
               PERFORM 4200-CONFERE-LIMITE
                   THRU 4200-CONFERE-FIM
           END-IF.

           MOVE PRIMEIRO-NUMERO TO WS-PRIMEIRO-EDITADO.
           MOVE SEGUNDO-NUMERO TO WS-SEGUNDO-EDITADO.

               DELIMITED BY SIZE
               INTO WS-LOG-LINHA.
           PERFORM 4100-CARIMBA-LOTE-NO-LOG.
           PERFORM 4150-MARCA-VISTO-NO-LOG.
           WRITE REG-LOG FROM WS-LOG-LINHA.

       4100-CARIMBA-LOTE-NO-LOG.
               MOVE WS-LOTE-EDITADO  TO WS-LOG-LINHA (121:6)
           END-IF.

       4150-MARCA-VISTO-NO-LOG.
      *calculo aceito com visto leva "VISTO" e o cracha do
      *supervisor no lugar do carimbo de lote (o visto so existe
      *fora do modo lote); recusado, leva "VETO" no mesmo lugar,
      *que os relatorios nao somam, e o cracha de quem tentou dar
      *o visto. a operacao fica como foi digitada, pra consulta
      *mostrar o que foi recusado
           IF VISTO-CONCEDIDO
               MOVE "VISTO"          TO WS-LOG-LINHA (116:5)
               MOVE WS-COSSIGNATARIO TO WS-LOG-LINHA (121:10)
           END-IF.
           IF VISTO-RECUSADO
               MOVE "VETO"           TO WS-LOG-LINHA (116:4)
               MOVE WS-COSSIGNATARIO TO WS-LOG-LINHA (121:10)
           END-IF.

       4200-CONFERE-LIMITE.
      *resultado acima do limite de valor do operador so e aceito
      *com cracha e PIN de um supervisor ativo, desbloqueado e que
      *nao seja o proprio operador; ate tres tentativas, e cracha
      *em branco desiste. operador nao identificado, sem cadastro
      *ou sem limite no cadastro segue como sempre
           IF OPERADOR-ID = SPACES OR OPERADOR-ID = LOW-VALUES
               GO TO 4200-CONFERE-FIM
           END-IF.
           IF RESULTADO < ZERO
               COMPUTE WS-VALOR-ABSOLUTO = ZERO - RESULTADO
           ELSE
               MOVE RESULTADO TO WS-VALOR-ABSOLUTO
           END-IF.

           OPEN I-O OPERADORES-MESTRE.
           IF NOT OPM-MST-ABERTO
               GO TO 4200-CONFERE-FIM
           END-IF.
           MOVE ZERO TO WS-LIMITE-OPERADOR.
           MOVE OPERADOR-ID TO OPM-ID.
           READ OPERADORES-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPM-LIMITE-VALOR IS NUMERIC
                       MOVE OPM-LIMITE-VALOR TO WS-LIMITE-OPERADOR
                   END-IF
           END-READ.
           IF WS-LIMITE-OPERADOR = ZERO
               OR WS-VALOR-ABSOLUTO NOT > WS-LIMITE-OPERADOR
               CLOSE OPERADORES-MESTRE
               GO TO 4200-CONFERE-FIM
           END-IF.

           MOVE WS-LIMITE-OPERADOR TO WS-LIMITE-EDITADO.
           DISPLAY "Resultado acima do seu limite de "
               FUNCTION TRIM(WS-LIMITE-EDITADO)
               "; o calculo so vale com o visto de um supervisor.".
           MOVE "R" TO WS-VISTO-SW.
           MOVE SPACES TO WS-COSSIGNATARIO.
           MOVE ZERO TO WS-TENTATIVAS-VISTO.
           PERFORM UNTIL VISTO-CONCEDIDO
               OR WS-TENTATIVAS-VISTO >= 3
               ADD 1 TO WS-TENTATIVAS-VISTO
               PERFORM 4210-TENTA-VISTO
                   THRU 4210-TENTA-FIM
           END-PERFORM.
           CLOSE OPERADORES-MESTRE.
           IF VISTO-CONCEDIDO
               DISPLAY "Visto concedido por " WS-COSSIGNATARIO "."
           ELSE
               DISPLAY "Visto recusado: calculo NAO aceito, recusa "
                   "anotada no log."
           END-IF.
       4200-CONFERE-FIM.
           EXIT.

       4210-TENTA-VISTO.
      *uma tentativa de visto, com as mesmas conferencias do
      *sign-on de supervisor; PIN errado conta falha e bloqueia o
      *cracha no proprio registro mestre, como no 0810 do PROG23
           DISPLAY "Cracha do supervisor que da o visto "
               "(vazio desiste): ".
           MOVE SPACES TO WS-CRACHA-VISTO.
           ACCEPT WS-CRACHA-VISTO.
           IF WS-CRACHA-VISTO = SPACES
               MOVE 3 TO WS-TENTATIVAS-VISTO
               GO TO 4210-TENTA-FIM
           END-IF.
           MOVE WS-CRACHA-VISTO TO WS-COSSIGNATARIO.
           IF WS-CRACHA-VISTO = OPERADOR-ID
               DISPLAY "O visto tem de ser de outro supervisor."
               GO TO 4210-TENTA-FIM
           END-IF.
           MOVE WS-CRACHA-VISTO TO OPM-ID.
           READ OPERADORES-MESTRE
               INVALID KEY
                   DISPLAY "Cracha nao cadastrado."
                   GO TO 4210-TENTA-FIM
           END-READ.
           IF OPM-ATIVO-NAO
               DISPLAY "Operador desativado."
               GO TO 4210-TENTA-FIM
           END-IF.
           IF OPM-BLOQUEADO-SIM
               DISPLAY "Cracha bloqueado por excesso de tentativas."
               GO TO 4210-TENTA-FIM
           END-IF.
           IF NOT OPM-NIVEL-SUPERVISOR
               DISPLAY "Visto so de supervisor."
               GO TO 4210-TENTA-FIM
           END-IF.
      *sem PIN nao ha como conferir quem esta dando o visto: aqui
      *nao vale a tolerancia do sign-on pra cadastro antigo
           IF OPM-PIN = SPACES OR OPM-PIN = LOW-VALUES
               DISPLAY "Cracha sem PIN nao da visto; defina um "
                   "pelo PROG7."
               GO TO 4210-TENTA-FIM
           END-IF.
           DISPLAY "Informe o PIN do supervisor: ".
           MOVE SPACES TO WS-PIN-VISTO.
           ACCEPT WS-PIN-VISTO.
           IF WS-PIN-VISTO NOT = OPM-PIN
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
               PERFORM 4230-GRAVA-PIN-RECUSADO
               GO TO 4210-TENTA-FIM
           END-IF.
           IF OPM-FALHAS-PIN > ZERO
               MOVE ZERO TO OPM-FALHAS-PIN
               REWRITE REG-OPERADOR-MESTRE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           MOVE "C" TO WS-VISTO-SW.
       4210-TENTA-FIM.
           EXIT.

       4230-GRAVA-PIN-RECUSADO.
      *PIN errado no visto anotado no PROG4.LOG com o cracha
      *tentado, mesmas marcas PIN-RECUSADO / PIN-BLOQUEIO do sign-on
           OPEN EXTEND LOG-SIGNON.
           IF LOGS-NAO-ENCONTRADO
               OPEN OUTPUT LOG-SIGNON
               CLOSE LOG-SIGNON
               OPEN EXTEND LOG-SIGNON
           END-IF.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.
           MOVE SPACES TO WS-LINHA-SIGNON.
           STRING WS-DATA-HORA-LOG " "
               WS-MARCA-LOG-PIN " " WS-CRACHA-VISTO
               DELIMITED BY SIZE
               INTO WS-LINHA-SIGNON.
           WRITE REG-LOG-SIGNON FROM WS-LINHA-SIGNON.
           CLOSE LOG-SIGNON.

       7000-PRE-VALIDA-DECK.
      *pre-validacao do deck pedida pelo PROG18 no registro: passa
      *cada registro pela mesma classificacao do 2150 (a do rerun,
      *que nao grava nada) e confere o trailer pelo 2200, gravando
      *so o PREVAL-nnnnnn.RPT. com rejeito projetado ou fora de
      *balanco o lote fica retido na fila; limpo, segue pendente
           MOVE "X" TO PRE-RESULTADO.
           MOVE ZERO TO PRE-QTD-REJEITOS.
           MOVE "N" TO WS-EM-LOTE-SW.
           PERFORM 1900-CARREGA-FILA-LOTES.
           MOVE "N" TO WS-LOTE-ACHADO-SW.
           PERFORM 7010-ACHA-LOTE
               VARYING WS-IND-LOT FROM 1 BY 1
               UNTIL WS-IND-LOT > WS-QTD-LOTES
                   OR LOTE-ACHADO.
           IF NOT LOTE-ACHADO
               DISPLAY "Lote " PRE-LOTE " nao esta na fila."
               GO TO 7000-PRE-VALIDA-FIM
           END-IF.

           MOVE WS-LOTE-TAB (WS-IND-ACHADO) TO REG-LOTE.
           IF LOT-PROCESSADO
               DISPLAY "Lote " PRE-LOTE " ja processado."
               GO TO 7000-PRE-VALIDA-FIM
           END-IF.

           MOVE LOT-NUMERO  TO WS-LOTE-CORRENTE.
           MOVE LOT-ARQUIVO TO WS-NOME-ARQ-PARES.
           PERFORM 1960-CARREGA-LIMITE-REMETENTE.
           MOVE WS-LOTE-CORRENTE TO WS-LOTE-EDITADO.
           MOVE SPACES TO WS-NOME-ARQ-PREVAL.
           STRING "PREVAL-" WS-LOTE-EDITADO ".RPT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-PREVAL.

           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZERO TO WS-REGISTRO-ATUAL.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE ZERO TO WS-QTD-PROCESSADOS.
           MOVE ZERO TO WS-QTD-REJEITADOS.
           MOVE ZERO TO WS-HASH-APURADO.
           MOVE "N" TO WS-TRAILER-LIDO-SW.

           OPEN OUTPUT RELATORIO-PRE-VALIDACAO.
           MOVE SPACES TO WS-LINHA-PREVAL.
           STRING "Pre-validacao do lote " WS-LOTE-EDITADO
               " (deck " FUNCTION TRIM(WS-NOME-ARQ-PARES)
               ", remetente " FUNCTION TRIM(LOT-REMETENTE) ")"
               DELIMITED BY SIZE INTO WS-LINHA-PREVAL.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           OPEN INPUT PARES-ENTRADA.
           IF PAR-NAO-ENCONTRADO
               CLOSE PARES-ENTRADA
               MOVE "*** Deck nao encontrado: nada a conferir ***"
                   TO WS-LINHA-PREVAL
               WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL
               DISPLAY FUNCTION TRIM(WS-NOME-ARQ-PARES)
                   " nao encontrado."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ PARES-ENTRADA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 7100-CONFERE-UM-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PARES-ENTRADA
           END-IF.

           PERFORM 2200-CONFERE-BALANCO.
           PERFORM 7300-GRAVA-CONFRONTO.
           CLOSE RELATORIO-PRE-VALIDACAO.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE WS-NOME-ARQ-PREVAL TO RLP-NOME.
           MOVE "PROG3" TO RLP-PROGRAMA.
           MOVE WS-DATA-REF-CONV TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

           MOVE WS-QTD-REJEITADOS TO PRE-QTD-REJEITOS.
           IF LOTE-EM-BALANCO AND WS-QTD-REJEITADOS = ZERO
               MOVE "A" TO PRE-RESULTADO
               MOVE "P" TO LOT-SITUACAO
           ELSE
               MOVE "R" TO PRE-RESULTADO
               MOVE "R" TO LOT-SITUACAO
           END-IF.

      *com a tabela estourada a fila nao e regravada (mesmo cuidado
      *do 1950); o lote segue como estava e o aviso sai na tela
           MOVE REG-LOTE TO WS-LOTE-TAB (WS-IND-ACHADO).
           IF WS-LOT-PERDIDOS = ZERO
               PERFORM 1980-REGRAVA-FILA-LOTES
           ELSE
               DISPLAY "*** Fila LOTES.DAT maior que a tabela: "
                   "situacao do lote nao regravada. ***"
           END-IF.
       7000-PRE-VALIDA-FIM.
           EXIT.

       7010-ACHA-LOTE.
           MOVE WS-LOTE-TAB (WS-IND-LOT) TO REG-LOTE.
           IF LOT-NUMERO = PRE-LOTE
               MOVE "S" TO WS-LOTE-ACHADO-SW
               MOVE WS-IND-LOT TO WS-IND-ACHADO
           END-IF.

       7100-CONFERE-UM-REGISTRO.
      *o trailer e guardado pro confronto; registro que o 2150
      *conta como rejeitado vai pro relatorio com o motivo, no
      *mesmo formato da linha do PARES.REJ
           IF REGISTRO-TRAILER
               MOVE "S" TO WS-TRAILER-LIDO-SW
               MOVE TRAILER-QTD  TO WS-TRAILER-QTD
               MOVE TRAILER-HASH TO WS-TRAILER-HASH
           ELSE
               ADD 1 TO WS-REGISTRO-ATUAL
               ADD 1 TO WS-QTD-LIDOS
               MOVE WS-QTD-REJEITADOS TO WS-REJEITADOS-ANTES
               PERFORM 2150-CONFERE-REGISTRO
                   THRU 2150-CONFERE-FIM
               IF WS-QTD-REJEITADOS > WS-REJEITADOS-ANTES
                   MOVE WS-REGISTRO-ATUAL TO WS-REGISTRO-EDITADO
                   MOVE SPACES TO WS-LINHA-PREVAL
                   STRING "registro " WS-REGISTRO-EDITADO ": "
                       REG-PAR-ENTRADA " - " WS-MOTIVO-REJEITO
                       " lote " WS-LOTE-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-PREVAL
                   WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL
               END-IF
           END-IF.

       7300-GRAVA-CONFRONTO.
      *mesmas contagens e confronto do PARES.CTL da rodada (2300),
      *com os processados e rejeitados como projecao
           MOVE SPACES TO WS-LINHA-PREVAL.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           MOVE SPACES TO WS-LINHA-PREVAL.
           STRING "Registros lidos.......: " WS-QTD-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVAL.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           MOVE SPACES TO WS-LINHA-PREVAL.
           STRING "Processados previstos.: " WS-QTD-PROCESSADOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVAL.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           MOVE SPACES TO WS-LINHA-PREVAL.
           STRING "Rejeitos previstos....: " WS-QTD-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-PREVAL.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           IF TRAILER-LIDO
               MOVE WS-TRAILER-HASH TO WS-HASH-EDITADO
               MOVE SPACES TO WS-LINHA-PREVAL
               STRING "Trailer: esperados " WS-TRAILER-QTD
                   " registros, hash " WS-HASH-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-PREVAL
               WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL
           ELSE
               MOVE "Trailer: AUSENTE no deck" TO WS-LINHA-PREVAL
               WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL
           END-IF.

           MOVE WS-HASH-APURADO TO WS-HASH-EDITADO.
           MOVE SPACES TO WS-LINHA-PREVAL.
           STRING "Hash apurado..........: " WS-HASH-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-PREVAL.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           IF LOTE-EM-BALANCO
               MOVE "Em balanco............: SIM" TO WS-LINHA-PREVAL
           ELSE
               MOVE "Em balanco............: NAO" TO WS-LINHA-PREVAL
           END-IF.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

           IF LOTE-EM-BALANCO AND WS-QTD-REJEITADOS = ZERO
               MOVE "Deck APROVADO na pre-validacao"
                   TO WS-LINHA-PREVAL
           ELSE
               MOVE SPACES TO WS-LINHA-PREVAL
               STRING "*** Deck RETIDO: corrigir e reenviar, ou "
                   "liberar pelo supervisor no PROG18 ***"
                   DELIMITED BY SIZE INTO WS-LINHA-PREVAL
           END-IF.
           WRITE REG-PRE-VALIDACAO FROM WS-LINHA-PREVAL.

       PROGRAM-DONE.
           CLOSE LOG-CALCULOS.
           GOBACK.
