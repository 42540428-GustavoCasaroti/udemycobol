      * do PROG5.LOG do mes pedido (MESREF.DAT, padrao o mes
      * corrente), no mesmo esquema do PROG9, desconta os minutos
      * de pausa do PAUSAS.LOG de cada operador, confronta o tempo
      * liquido com as horas escaladas (o horario de cada dia
      * trabalhado na escala de turnos ESCALA.DAT do PROG30; dia sem
      * escala vale as 8 horas de sempre, dia de folga ou de ferias
      * nao tem hora escalada e tudo nele e extra) pra separar horas
      * normais de extras, e grava FOLHA.CSV delimitado por ponto e
      * virgula, no estilo do CALCULOS.CSV, pra planilha da folha
      * importar direto em vez de alguem redigitar o PONTO.RPT
      * impresso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT OPTIONAL ESCALA-TURNOS ASSIGN TO "ESCALA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WS-STATUS-ESC.

           SELECT EXTRATO-FOLHA ASSIGN TO "FOLHA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.
       FD  OPERADORES-MESTRE.
       COPY "OPERMST.CPY".

       FD  ESCALA-TURNOS.
       COPY "ESCALA.CPY".

       FD  EXTRATO-FOLHA.
       01  REG-EXTRATO          PIC X(132).

       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-CSV        PIC X(02).
       01  WS-STATUS-ESC        PIC X(02).
           88  ESC-IDX-ABERTO       VALUE "00" "05".
       01  WS-ESCALA-ABERTA-SW  PIC X(01) VALUE "N".
           88  ESCALA-ABERTA        VALUE "S".

       01  WS-NOME-ARQ-LOG      PIC X(30).

       01  WS-IND-OP            PIC 9(02) VALUE ZERO COMP.
       01  TABELA-FOLHA.
      *acumuladores do mes por operador: turnos casados, minutos
      *trabalhados brutos, minutos de pausa a descontar e minutos
      *escalados dos dias trabalhados
           05  WS-FOLHA-TAB OCCURS 50 TIMES.
               10  FOL-NOME             PIC X(60).
               10  FOL-TURNOS           PIC 9(03).
               10  FOL-MIN-TRABALHADOS  PIC S9(07).
               10  FOL-MIN-PAUSAS       PIC S9(07).
               10  FOL-CRACHA           PIC X(10).
               10  FOL-MIN-ESCALADOS    PIC S9(07).
               10  FOL-ULTIMO-DIA       PIC X(10).
      *dia (AAAA-MM-DD) do ultimo turno ja somado na escala, pra
      *dois sign-ons no mesmo dia nao contarem o dia duas vezes
       01  WS-QTD-FOL-PERDIDOS  PIC 9(04) VALUE ZERO.

       01  WS-MIN-LIQUIDO       PIC S9(07).
       01  WS-MIN-ESCALADOS     PIC S9(07).
      *minutos escalados do mes: o horario da escala de cada dia
      *trabalhado, ou 8 horas (480 min) no dia sem escala
       01  WS-MIN-DIA-ESCALA    PIC S9(05) COMP.
       01  WS-HORA-ESCALA       PIC 9(04).
       01  WS-MIN-NORMAIS       PIC S9(07).
       01  WS-MIN-EXTRAS        PIC S9(07).
       01  WS-TURNO-ESCALADO    PIC X(01).
           MOVE "PROG5.LOG" TO WS-NOME-ARQ-LOG.
           PERFORM 2000-CARREGA-UM-LOG.
           PERFORM 4000-ORDENA-EVENTOS.
           OPEN INPUT ESCALA-TURNOS.
           IF ESC-IDX-ABERTO
               MOVE "S" TO WS-ESCALA-ABERTA-SW
           ELSE
               MOVE "N" TO WS-ESCALA-ABERTA-SW
           END-IF.
           PERFORM 5000-CASA-EVENTOS.
           IF ESCALA-ABERTA
               CLOSE ESCALA-TURNOS
           END-IF.

      *fase de pausas: a mesma tabela de eventos, agora com os
      *inicios e fins de pausa, pro desconto do mes
                       AND EVT-RESTO (1:13) NOT = "AVISO-EXIBIDO"
                       AND EVT-RESTO (1:13) NOT = "PIN-RECUSADO"
                       AND EVT-RESTO (1:13) NOT = "PIN-BLOQUEIO"
                       AND EVT-RESTO (1:13) NOT = "SESSAO-DUPLA"
                       AND EVT-RESTO NOT = SPACES
                       PERFORM 2300-GUARDA-ENTRADA
                   END-IF
                       ADD 1 TO FOL-TURNOS (WS-IND-OP)
                       ADD WS-DURACAO-MIN
                           TO FOL-MIN-TRABALHADOS (WS-IND-OP)
                       IF EV-DATA-HORA (WS-IND-J) (1:10)
                           NOT = FOL-ULTIMO-DIA (WS-IND-OP)
                           PERFORM 5400-SOMA-ESCALADOS
                       END-IF
                   ELSE
                       ADD WS-DURACAO-MIN
                           TO FOL-MIN-PAUSAS (WS-IND-OP)
                   MOVE ZERO TO FOL-TURNOS (WS-IND-OP)
                   MOVE ZERO TO FOL-MIN-TRABALHADOS (WS-IND-OP)
                   MOVE ZERO TO FOL-MIN-PAUSAS (WS-IND-OP)
                   MOVE ZERO TO FOL-MIN-ESCALADOS (WS-IND-OP)
                   MOVE SPACES TO FOL-ULTIMO-DIA (WS-IND-OP)
                   PERFORM 5310-BUSCA-CRACHA
               END-IF
           END-IF.

       5310-BUSCA-CRACHA.
      *o cracha da escala sai do cadastro mestre pelo nome gravado
      *no log, do mesmo jeito que o turno no 6200
           MOVE SPACES TO FOL-CRACHA (WS-IND-OP).
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
                           IF OPM-NOME = FOL-NOME (WS-IND-OP)
                               MOVE OPM-ID TO FOL-CRACHA (WS-IND-OP)
                               MOVE "S" TO WS-FIM-OPM-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-MESTRE
           END-IF.

       5400-SOMA-ESCALADOS.
      *minutos escalados do dia do sign-on, uma vez por dia: o
      *horario da escala (fim menor ou igual ao inicio vira a
      *meia-noite), zero na folga e nas ferias, e as 8 horas de
      *sempre quando o dia nao tem escala ou o nome nao tem cracha
           MOVE EV-DATA-HORA (WS-IND-J) (1:10)
               TO FOL-ULTIMO-DIA (WS-IND-OP).
           MOVE 480 TO WS-MIN-DIA-ESCALA.
           IF ESCALA-ABERTA AND FOL-CRACHA (WS-IND-OP) NOT = SPACES
               MOVE FOL-CRACHA (WS-IND-OP) TO ESC-CRACHA
               MOVE EV-DATA-HORA (WS-IND-J) (1:4)   TO WS-DATA-ANO
               MOVE EV-DATA-HORA (WS-IND-J) (6:2)   TO WS-DATA-MES
               MOVE EV-DATA-HORA (WS-IND-J) (9:2)   TO WS-DATA-DIA
               MOVE WS-DATA-NUM TO ESC-DATA
               READ ESCALA-TURNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESC-ESCALADO
                           PERFORM 5410-CALCULA-ESCALA
                       ELSE
                           MOVE ZERO TO WS-MIN-DIA-ESCALA
                       END-IF
               END-READ
           END-IF.
           ADD WS-MIN-DIA-ESCALA TO FOL-MIN-ESCALADOS (WS-IND-OP).

       5410-CALCULA-ESCALA.
           MOVE ESC-HORA-FIM TO WS-HORA-ESCALA.
           MOVE WS-HORA-ESCALA (1:2) TO WS-HORA-HH.
           MOVE WS-HORA-ESCALA (3:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-DIA-ESCALA = WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE ESC-HORA-INICIO TO WS-HORA-ESCALA.
           MOVE WS-HORA-ESCALA (1:2) TO WS-HORA-HH.
           MOVE WS-HORA-ESCALA (3:2) TO WS-HORA-MM.
           COMPUTE WS-MIN-DIA-ESCALA =
               WS-MIN-DIA-ESCALA - (WS-HORA-HH * 60 + WS-HORA-MM).
           IF WS-MIN-DIA-ESCALA NOT > ZERO
               ADD 1440 TO WS-MIN-DIA-ESCALA
           END-IF.

       6000-GRAVA-EXTRATO.
           OPEN OUTPUT EXTRATO-FOLHA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           END-IF.

       6100-GRAVA-OPERADOR.
      *liquido = trabalhado menos pausas; o que passar dos minutos
      *escalados dos dias trabalhados e extra, o resto e normal
           COMPUTE WS-MIN-LIQUIDO =
               FOL-MIN-TRABALHADOS (WS-IND-OP)
               - FOL-MIN-PAUSAS (WS-IND-OP).
           IF WS-MIN-LIQUIDO < ZERO
               MOVE ZERO TO WS-MIN-LIQUIDO
           END-IF.
           MOVE FOL-MIN-ESCALADOS (WS-IND-OP) TO WS-MIN-ESCALADOS.
           IF WS-MIN-LIQUIDO > WS-MIN-ESCALADOS
               COMPUTE WS-MIN-EXTRAS =
                   WS-MIN-LIQUIDO - WS-MIN-ESCALADOS
