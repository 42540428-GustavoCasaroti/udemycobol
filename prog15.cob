       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG15.
      * driver do fechamento de fim de dia: roda sozinho, na ordem,
      * a copia de seguranca dos cadastros indexados (PROG37), o
      * prazo de chegada dos decks (PROG27), a conferencia de
      * integridade dos arquivos (PROG34), o lote de PARES.DAT
      * (PROG3), o resumo diario (PROG6), o
      * extrato da contabilidade (PROG13), o arquivamento dos logs
      * (PROG11), a verificacao dos selos dos arquivos mortos
      * (PROG19), a carga do boletim de cambio do dia seguinte
      * (PROG28) e o apontamento das sessoes do menu ainda abertas
      * (PROG32), conferindo o status de cada passo antes do
      * seguinte e parando o fechamento no primeiro que falhar. O
      * FECHA.LOG guarda inicio, fim e status por passo, pro
      * operador da manha ver de relance se a noite fechou limpa ou
      * concluidos limpos daquela data, e um fechamento ja
      * concluido nao comeca de novo sem o REABRIR explicito do
      * supervisor -- rodar o stream duas vezes na mesma noite
      * rolava os logs pro arquivo morto em dobro. O fim de cada
      * noite, concluida ou interrompida, vai tambem pro gateway de
      * correio pelo PROG36 (NOTIFICA.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *estado do fechamento corrente: a data, a situacao (aberto ou
      *concluido) e um S/N por passo ja concluido limpo; e daqui
      *que a retomada sabe o que pular e que a segunda rodada da
      *mesma noite e barrada. o numero do passo e a posicao dele
      *aqui, fixa; passo novo ganha posicao nova no fim, mesmo que
      *rode antes dos antigos, pra um FECHA.CTL da vespera continuar
      *dizendo a mesma coisa
       01  REG-ESTADO-FECHA.
           05  EST-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
               88  EST-CONCLUIDO      VALUE "C".
           05  FILLER             PIC X(01).
           05  EST-PASSOS.
               10  EST-PASSO-OK   PIC X(01) OCCURS 12 TIMES.

       FD  FERIADOS-CAL.
      *calendario de feriados mantido pelo supervisor no PROG23:

       COPY "FECHA.CPY".

       COPY "NOTIFPED.CPY".
      *pedido de notificacao pro PROG36: o fim do fechamento, limpo
      *ou interrompido, sai pro gateway de correio

       01  WS-STATUS-LOG        PIC X(02).
           88  LOG-OK               VALUE "00".
           88  LOG-NAO-ENCONTRADO   VALUE "35".
       01  WS-EST-DATA          PIC 9(08) VALUE ZERO.
       01  WS-EST-SITUACAO      PIC X(01) VALUE "A".
       01  WS-EST-PASSOS.
           05  WS-EST-PASSO-OK  PIC X(01) OCCURS 12 TIMES.
       01  WS-NUM-PASSO         PIC 9(02) VALUE ZERO.
       01  WS-IND-PASSO         PIC 9(02) VALUE ZERO.
       01  WS-LIBERADO-SW       PIC X(01) VALUE "N".
           88  FECHAMENTO-LIBERADO  VALUE "S".
       01  WS-RESPOSTA-REABRIR  PIC X(10).

           PERFORM 9100-GRAVA-ABERTURA.

      *a copia de seguranca dos cadastros sai primeiro, antes de
      *qualquer passo que mexa neles (a carga do boletim em TAXAS)
           MOVE 10                          TO WS-NUM-PASSO.
           MOVE "PROG37"                    TO WS-PROGRAMA-PASSO.
           MOVE "COPIA DOS CADASTROS"       TO WS-NOME-PASSO.
           PERFORM 2000-EXECUTA-PASSO.

      *o prazo dos decks roda antes do lote: a falta de um deck
      *esperado fica pendente mesmo que o lote pare a noite
           MOVE 6                           TO WS-NUM-PASSO.
           MOVE "PROG27"                    TO WS-PROGRAMA-PASSO.
           MOVE "PRAZO DOS DECKS"           TO WS-NOME-PASSO.
           PERFORM 2000-EXECUTA-PASSO.

      *a integridade dos arquivos e conferida antes de processar o
      *dia: achado critico para o fechamento aqui
           MOVE 9                           TO WS-NUM-PASSO.
           MOVE "PROG34"                    TO WS-PROGRAMA-PASSO.
           MOVE "INTEGRIDADE DOS ARQUIVOS"  TO WS-NOME-PASSO.
           PERFORM 2000-EXECUTA-PASSO.

           MOVE 1                           TO WS-NUM-PASSO.
           MOVE "PROG3"                     TO WS-PROGRAMA-PASSO.
           MOVE "LOTE DE PARES"             TO WS-NOME-PASSO.
           MOVE "VERIFICACAO DE SELOS"      TO WS-NOME-PASSO.
           PERFORM 2000-EXECUTA-PASSO.

      *o boletim entra por ultimo: o lote e o resumo do dia saem
      *com as taxas que valeram no dia, e a taxa nova ja esta na
      *tabela na abertura de amanha
           MOVE 7                           TO WS-NUM-PASSO.
           MOVE "PROG28"                    TO WS-PROGRAMA-PASSO.
           MOVE "CARGA DO BOLETIM"          TO WS-NOME-PASSO.
           PERFORM 2000-EXECUTA-PASSO.

      *sessoes do menu que ficaram abertas no fim do dia viram
      *pendencia pro supervisor da manha
           MOVE 8                           TO WS-NUM-PASSO.
           MOVE "PROG32"                    TO WS-PROGRAMA-PASSO.
           MOVE "SESSOES ABERTAS"           TO WS-NOME-PASSO.
           PERFORM 2000-EXECUTA-PASSO.

           IF STREAM-PAROU
               PERFORM 9400-GRAVA-INTERROMPIDO
               PERFORM 9600-GRAVA-PENDENCIA
               MOVE "C" TO WS-EST-SITUACAO
               PERFORM 0950-GRAVA-ESTADO
               PERFORM 9500-GRAVA-CONCLUIDO
               PERFORM 9650-NOTIFICA-CONCLUIDO
               DISPLAY "Fechamento concluido sem pendencias."
           END-IF.

                       CALL "PROG11"
                   WHEN "PROG19"
                       CALL "PROG19"
                   WHEN "PROG27"
                       CALL "PROG27"
                   WHEN "PROG28"
                       CALL "PROG28"
                   WHEN "PROG32"
                       CALL "PROG32"
                   WHEN "PROG34"
                       CALL "PROG34"
                   WHEN "PROG37"
                       CALL "PROG37"
               END-EVALUATE
               PERFORM 9300-GRAVA-FIM-PASSO
               IF FECHA-PASSO-OK
           MOVE WS-DATA-HOJE-EST TO WS-EST-DATA.
           MOVE "A" TO WS-EST-SITUACAO.
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO > 12
               MOVE "N" TO WS-EST-PASSO-OK (WS-IND-PASSO)
           END-PERFORM.


           CLOSE ARQUIVO-PENDENCIAS.

      *a pendencia sai tambem pro gateway de correio, como o aviso
      *de fechamento interrompido da noite
           MOVE "C" TO NTP-SEVERIDADE.
           MOVE PEN-ORIGEM TO NTP-ORIGEM.
           MOVE SPACES TO NTP-TEXTO.
           STRING "fechamento " WS-DATA-LOG (7:2) "/"
               WS-DATA-LOG (5:2) "/" WS-DATA-LOG (1:4)
               " interrompido: "
               FUNCTION TRIM(WS-PASSO-FALHOU)
               DELIMITED BY SIZE INTO NTP-TEXTO.
           CALL "PROG36".

       9650-NOTIFICA-CONCLUIDO.
      *o fechamento limpo tambem avisa o gateway, pra quem recebe
      *estranhar a noite em que o aviso nao chegar
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           MOVE "I" TO NTP-SEVERIDADE.
           MOVE "FECHAMENTO" TO NTP-ORIGEM.
           MOVE SPACES TO NTP-TEXTO.
           STRING "fechamento de " WS-DATA-LOG (7:2) "/"
               WS-DATA-LOG (5:2) "/" WS-DATA-LOG (1:4)
               " concluido sem pendencias"
               DELIMITED BY SIZE INTO NTP-TEXTO.
           CALL "PROG36".

       PROGRAM-DONE.
           STOP RUN.
