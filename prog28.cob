       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG28.
      * carga do boletim oficial de cambio do banco (BOLETIM.DAT)
      * na tabela de taxas (TAXAS.DAT), no lugar da redigitacao da
      * manha no PROG14. Cada linha do boletim traz par, data e
      * taxa; entra como vigencia nova a linha de par ja conhecido
      * na tabela, com taxa numerica, data que nao passe da data
      * de referencia e vigencia que ainda nao exista. A linha
      * recusada vai pro BOLETIM.REJ com o motivo, e o BOLETIM.RPT
      * mostra cada taxa carregada com a variacao sobre a vigencia
      * anterior do par e as contagens da carga. Taxa fora da
      * tolerancia do TOLTAXA.DAT entra pendente, como no PROG14,
      * e so vale depois da aprovacao do supervisor. Cada inclusao
      * vai pro MANUT.LOG com a acao CARGA. Roda como ultimo passo
      * do fechamento (PROG15), pras taxas ja estarem na tabela na
      * abertura do dia seguinte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOLETIM-CAMBIO ASSIGN TO "BOLETIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOL.

           SELECT OPTIONAL TAXAS-CAMBIO ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXA-CHAVE
               FILE STATUS IS WS-STATUS-TAXA.

           SELECT REJEITOS-BOLETIM ASSIGN TO "BOLETIM.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.

           SELECT RELATORIO-CARGA ASSIGN TO "BOLETIM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

           SELECT OPTIONAL CONFIG-TOLERANCIA ASSIGN TO "TOLTAXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOL.

           SELECT OPTIONAL CONFIG-DATA-REF ASSIGN TO "DATAREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REF.

           SELECT OPTIONAL JORNAL-MANUTENCAO ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT OPTIONAL ARQUIVO-PENDENCIAS
               ASSIGN TO "PENDENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEN.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM-CAMBIO.
      *boletim do banco, posicao fixa, uma taxa por linha: par de
      *moedas, data AAAAMMDD e taxa com quatro inteiros e seis
      *decimais implicitos, separados por um espaco
       01  REG-BOLETIM.
           05  BOL-PAR              PIC X(06).
           05  FILLER               PIC X(01).
           05  BOL-DATA-TEXTO       PIC X(08).
           05  BOL-DATA-NUMERO      REDEFINES BOL-DATA-TEXTO
                                    PIC 9(08).
           05  FILLER               PIC X(01).
           05  BOL-TAXA-TEXTO       PIC X(10).
           05  BOL-TAXA-NUMERO      REDEFINES BOL-TAXA-TEXTO
                                    PIC 9(04)V9(06).

       FD  TAXAS-CAMBIO.
       COPY "TAXA.CPY".

       FD  REJEITOS-BOLETIM.
      *a linha do boletim como veio, seguida do motivo da recusa
       01  REG-REJEITO-BOLETIM  PIC X(80).

       FD  RELATORIO-CARGA.
       01  REG-CARGA            PIC X(132).

       FD  CONFIG-TOLERANCIA.
      *o mesmo arquivo de tolerancia do PROG14
       01  REG-TOLERANCIA       PIC 9(03).

       FD  CONFIG-DATA-REF.
      *data de referencia pedida, em AAAAMMDD; sem o arquivo (ou
      *com conteudo invalido) vale a data de hoje
       01  REG-DATA-REF         PIC X(08).

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao de cadastros, o mesmo do
      *PROG14: a taxa carregada aparece ali como a digitada
       COPY "JORNAL.CPY".

       FD  ARQUIVO-PENDENCIAS.
      *taxa do boletim que ficou pendente de aprovacao vira uma
      *pendencia, pro supervisor da manha decidir no PROG14
       COPY "PENDENCIA.CPY".

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada

       COPY "NOTIFPED.CPY".
      *pedido de notificacao pro PROG36: cada pendencia apontada
      *aqui tambem sai pro gateway de correio

       COPY "OPERADOR.CPY".
      *quem rodou a carga avulsa, pro jornal; no fechamento a area
      *vem vazia e o jornal diz que foi a carga do boletim

       01  WS-STATUS-BOL        PIC X(02).
           88  BOL-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-TAXA       PIC X(02).
           88  TAXA-OK              VALUE "00".
       01  WS-STATUS-REJ        PIC X(02).
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".
       01  WS-STATUS-TOL        PIC X(02).
           88  TOL-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-REF        PIC X(02).
           88  REF-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-JRN        PIC X(02).
           88  JRN-NAO-ENCONTRADO   VALUE "35".
       01  WS-STATUS-PEN        PIC X(02).
           88  PEN-NAO-ENCONTRADO   VALUE "35".

       01  WS-FIM-BOLETIM-SW    PIC X(01) VALUE "N".
           88  FIM-BOLETIM          VALUE "S".
       01  WS-FIM-HISTORICO-SW  PIC X(01) VALUE "N".
           88  FIM-HISTORICO        VALUE "S".
       01  WS-PAR-CONHECIDO-SW  PIC X(01) VALUE "N".
           88  PAR-CONHECIDO        VALUE "S".
       01  WS-FORA-FAIXA-SW     PIC X(01) VALUE "N".
           88  FORA-DA-FAIXA        VALUE "S".

       01  WS-DATA-REF          PIC X(08).
       01  WS-DATA-REF-NUM      PIC 9(08).
       01  WS-TOLERANCIA        PIC 9(03) VALUE 10.
       01  WS-MOTIVO-REJEITO    PIC X(40).

       01  WS-TAXA-ANTERIOR     PIC 9(04)V9(06) VALUE ZERO.
      *ultima taxa aprovada do par antes da vigencia carregada
       01  WS-VIGENCIA-ANTERIOR PIC 9(08) VALUE ZERO.
       01  WS-VARIACAO-PCT      PIC S9(07)V99 VALUE ZERO.
       01  WS-VARIACAO-ABS      PIC 9(07)V99 VALUE ZERO.
       01  WS-VARIACAO-ED       PIC ------9.99.
       01  WS-TAXA-EDITADA      PIC 9(04).9(06).
       01  WS-TAXA-ANT-EDITADA  PIC 9(04).9(06).
       01  WS-SITUACAO-CARGA    PIC X(10).

       01  WS-QTD-LIDAS         PIC 9(05) VALUE ZERO.
       01  WS-QTD-CARREGADAS    PIC 9(05) VALUE ZERO.
       01  WS-QTD-PENDENTES     PIC 9(05) VALUE ZERO.
       01  WS-QTD-REJEITADAS    PIC 9(05) VALUE ZERO.
       01  WS-QTD-ED            PIC ZZZZ9.

       01  WS-LINHA-SAIDA       PIC X(132).
       01  WS-LINHA-REJEITO     PIC X(80).

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
           MOVE "00" TO FECHA-RETORNO.
           MOVE ZERO TO WS-QTD-LIDAS.
           MOVE ZERO TO WS-QTD-CARREGADAS.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE ZERO TO WS-QTD-REJEITADAS.
           MOVE "N" TO WS-FIM-BOLETIM-SW.
           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD.
           PERFORM 0900-LE-DATA-REFERENCIA.
           MOVE WS-DATA-REF TO WS-DATA-REF-NUM.
           PERFORM 0950-LE-TOLERANCIA.

           OPEN OUTPUT RELATORIO-CARGA.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir BOLETIM.RPT, status "
                   WS-STATUS-RPT
               MOVE "08" TO FECHA-RETORNO
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1000-IMPRIME-CABECALHO.

           OPEN INPUT BOLETIM-CAMBIO.
           IF BOL-SEM-ARQUIVO
      *sem boletim a tabela fica como esta e a conversao segue na
      *ultima vigencia; nao e motivo pra parar o fechamento
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "BOLETIM.DAT nao encontrado; nenhuma taxa "
                   "carregada."
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-CARGA FROM WS-LINHA-SAIDA
               CLOSE BOLETIM-CAMBIO
               CLOSE RELATORIO-CARGA
               PERFORM 6900-GUARDA-GERACAO
               DISPLAY "BOLETIM.DAT nao encontrado, nada a carregar."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O TAXAS-CAMBIO.
           IF NOT TAXA-OK AND WS-STATUS-TAXA NOT = "05"
               DISPLAY "Erro ao abrir TAXAS.DAT, status "
                   WS-STATUS-TAXA
               MOVE "08" TO FECHA-RETORNO
               CLOSE BOLETIM-CAMBIO
               CLOSE RELATORIO-CARGA
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REJEITOS-BOLETIM.

           PERFORM UNTIL FIM-BOLETIM
               READ BOLETIM-CAMBIO
                   AT END
                       MOVE "S" TO WS-FIM-BOLETIM-SW
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM 2000-CARREGA-LINHA
                           THRU 2000-CARREGA-FIM
               END-READ
           END-PERFORM.

           CLOSE BOLETIM-CAMBIO.
           CLOSE TAXAS-CAMBIO.
           CLOSE REJEITOS-BOLETIM.

           PERFORM 6000-IMPRIME-RODAPE.
           CLOSE RELATORIO-CARGA.
           PERFORM 6900-GUARDA-GERACAO.

           IF FECHA-MODO-AUTO AND WS-QTD-PENDENTES > ZERO
               PERFORM 2400-GRAVA-PENDENCIA
           END-IF.

           DISPLAY "Carga do boletim: " WS-QTD-LIDAS " lida(s), "
               WS-QTD-CARREGADAS " carregada(s), "
               WS-QTD-PENDENTES " pendente(s), "
               WS-QTD-REJEITADAS " rejeitada(s); veja BOLETIM.RPT.".
           GO TO PROGRAM-DONE.

       0900-LE-DATA-REFERENCIA.
      *mesma convencao do PROG6: uma data valida em DATAREF.DAT
      *troca o "hoje" da carga
           OPEN INPUT CONFIG-DATA-REF.
           IF REF-SEM-ARQUIVO
               CONTINUE
           ELSE
               READ CONFIG-DATA-REF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-DATA-REF IS NUMERIC
                           AND REG-DATA-REF NOT = "00000000"
                           MOVE REG-DATA-REF TO WS-DATA-REF
                       END-IF
               END-READ
           END-IF.
           CLOSE CONFIG-DATA-REF.

       0950-LE-TOLERANCIA.
      *mesma convencao do PROG14: sem o arquivo, ou com conteudo
      *invalido, vale o padrao
           OPEN INPUT CONFIG-TOLERANCIA.
           IF TOL-SEM-ARQUIVO
               CONTINUE
           ELSE
               READ CONFIG-TOLERANCIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-TOLERANCIA IS NUMERIC
                           AND REG-TOLERANCIA > ZERO
                           MOVE REG-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
           END-IF.
           CLOSE CONFIG-TOLERANCIA.

       1000-IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CARGA DO BOLETIM DE CAMBIO - DATA DE REFERENCIA "
               WS-DATA-REF
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "PAR    VIGENCIA  TAXA         "
               "VIG.ANT.  TAXA ANTERIOR  VARIACAO %  SITUACAO"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.

       2000-CARREGA-LINHA.
      *confere a linha na ordem das recusas e, se passar, grava a
      *vigencia nova; a duplicidade e conferida no proprio WRITE,
      *o que tambem pega a mesma linha repetida no boletim
           IF REG-BOLETIM = SPACES
               SUBTRACT 1 FROM WS-QTD-LIDAS
               GO TO 2000-CARREGA-FIM
           END-IF.
           IF BOL-TAXA-TEXTO NOT NUMERIC OR BOL-TAXA-NUMERO = ZERO
               MOVE "taxa nao numerica ou zerada"
                   TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-LINHA
               GO TO 2000-CARREGA-FIM
           END-IF.
           IF BOL-DATA-TEXTO NOT NUMERIC
               OR BOL-DATA-TEXTO (5:2) < "01"
               OR BOL-DATA-TEXTO (5:2) > "12"
               OR BOL-DATA-TEXTO (7:2) < "01"
               OR BOL-DATA-TEXTO (7:2) > "31"
               MOVE "data invalida" TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-LINHA
               GO TO 2000-CARREGA-FIM
           END-IF.
      *31/04, 30/02 e 29/02 fora de bissexto passam na faixa acima
           IF FUNCTION TEST-DATE-YYYYMMDD(BOL-DATA-NUMERO) NOT = ZERO
               MOVE "data invalida" TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-LINHA
               GO TO 2000-CARREGA-FIM
           END-IF.
           IF BOL-DATA-NUMERO > WS-DATA-REF-NUM
               MOVE "data futura" TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-LINHA
               GO TO 2000-CARREGA-FIM
           END-IF.

           PERFORM 7000-CONFERE-FAIXA.
           IF NOT PAR-CONHECIDO
      *par novo entra pela manutencao do PROG14, nunca pela carga:
      *um codigo trocado no boletim nao pode criar par na tabela
               MOVE "par desconhecido na tabela de taxas"
                   TO WS-MOTIVO-REJEITO
               PERFORM 2900-REJEITA-LINHA
               GO TO 2000-CARREGA-FIM
           END-IF.

           MOVE SPACES          TO REG-TAXA.
           MOVE BOL-PAR         TO TAXA-PAR.
           MOVE BOL-DATA-NUMERO TO TAXA-VIGENCIA.
           MOVE BOL-TAXA-NUMERO TO TAXA-VALOR.
           MOVE ZERO            TO TAXA-VALOR-ANTERIOR.
           IF FORA-DA-FAIXA
               MOVE "P" TO TAXA-SITUACAO
               IF OPERADOR-ID = SPACES OR OPERADOR-ID = LOW-VALUES
                   MOVE "BOLETIM"   TO TAXA-PROPONENTE
               ELSE
                   MOVE OPERADOR-ID TO TAXA-PROPONENTE
               END-IF
           ELSE
               MOVE "A" TO TAXA-SITUACAO
           END-IF.
           WRITE REG-TAXA
               INVALID KEY
                   MOVE "vigencia ja existe na tabela"
                       TO WS-MOTIVO-REJEITO
                   PERFORM 2900-REJEITA-LINHA
                   GO TO 2000-CARREGA-FIM
           END-WRITE.

           ADD 1 TO WS-QTD-CARREGADAS.
           IF FORA-DA-FAIXA
               ADD 1 TO WS-QTD-PENDENTES
               MOVE "PENDENTE" TO WS-SITUACAO-CARGA
           ELSE
               MOVE "APROVADA" TO WS-SITUACAO-CARGA
           END-IF.
           PERFORM 3000-IMPRIME-CARREGADA.

           MOVE "CARGA" TO WS-JRN-ACAO-W.
           MOVE SPACES TO WS-JRN-CHAVE-W.
           STRING TAXA-PAR " " TAXA-VIGENCIA
               DELIMITED BY SIZE INTO WS-JRN-CHAVE-W.
           MOVE "(nova)" TO WS-JRN-ANTES-W.
           PERFORM 9400-MONTA-IMAGEM.
           MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W.
           PERFORM 9500-GRAVA-JORNAL.
       2000-CARREGA-FIM.
           EXIT.

       2400-GRAVA-PENDENCIA.
      *uma pendencia so pela carga toda, com a contagem: o detalhe
      *de cada taxa esta no BOLETIM.RPT e na opcao 5 do PROG14
           OPEN EXTEND ARQUIVO-PENDENCIAS.
           IF PEN-NAO-ENCONTRADO
               OPEN OUTPUT ARQUIVO-PENDENCIAS
               CLOSE ARQUIVO-PENDENCIAS
               OPEN EXTEND ARQUIVO-PENDENCIAS
           END-IF.
           MOVE SPACES TO REG-PENDENCIA.
           MOVE "P" TO PEN-SITUACAO.
           MOVE WS-DATA-REF-NUM TO PEN-DATA.
           MOVE "BOLETIM" TO PEN-ORIGEM.
           MOVE WS-QTD-PENDENTES TO WS-QTD-ED.
      *a descricao tem 50 posicoes; a origem ja diz que e o boletim
           STRING WS-QTD-ED " taxa(s) fora de tolerancia; aprove "
               "no PROG14"
               DELIMITED BY SIZE INTO PEN-DESCRICAO.
           WRITE REG-PENDENCIA.
           CLOSE ARQUIVO-PENDENCIAS.

      *a mesma pendencia vai pro gateway de correio, pro grupo da
      *origem na tabela de rotas
           MOVE "A" TO NTP-SEVERIDADE.
           MOVE PEN-ORIGEM TO NTP-ORIGEM.
           MOVE PEN-DESCRICAO TO NTP-TEXTO.
           CALL "PROG36".

       2900-REJEITA-LINHA.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE SPACES TO WS-LINHA-REJEITO.
           STRING REG-BOLETIM " " WS-MOTIVO-REJEITO
               DELIMITED BY SIZE INTO WS-LINHA-REJEITO.
           WRITE REG-REJEITO-BOLETIM FROM WS-LINHA-REJEITO.

       3000-IMPRIME-CARREGADA.
      *par sem vigencia aprovada anterior a esta sai sem variacao
           MOVE TAXA-VALOR TO WS-TAXA-EDITADA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-TAXA-ANTERIOR > ZERO
               MOVE WS-TAXA-ANTERIOR TO WS-TAXA-ANT-EDITADA
               MOVE WS-VARIACAO-PCT  TO WS-VARIACAO-ED
               STRING TAXA-PAR " " TAXA-VIGENCIA "  "
                   WS-TAXA-EDITADA "  " WS-VIGENCIA-ANTERIOR "  "
                   WS-TAXA-ANT-EDITADA "    " WS-VARIACAO-ED "  "
                   WS-SITUACAO-CARGA
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               STRING TAXA-PAR " " TAXA-VIGENCIA "  "
                   WS-TAXA-EDITADA "  "
                   "(sem vigencia anterior)              "
                   WS-SITUACAO-CARGA
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.

       6000-IMPRIME-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-LIDAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "LINHAS LIDAS NO BOLETIM ....: " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-CARREGADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "TAXAS CARREGADAS ...........: " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-PENDENTES TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "  DAS QUAIS PENDENTES ......: " WS-QTD-ED
               "  (tolerancia " WS-TOLERANCIA "%)"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-REJEITADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "LINHAS REJEITADAS ..........: " WS-QTD-ED
               "  (motivos em BOLETIM.REJ)"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-CARGA FROM WS-LINHA-SAIDA.

       6900-GUARDA-GERACAO.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40 -- tambem a do
      *boletim ausente
           MOVE "BOLETIM.RPT" TO RLP-NOME.
           MOVE "PROG28" TO RLP-PROGRAMA.
           MOVE WS-DATA-REF-NUM TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

       7000-CONFERE-FAIXA.
      *mesma conferencia do 7000 do PROG14: percorre o historico do
      *par ate a vigencia carregada, guardando a ultima taxa
      *aprovada; achar qualquer registro do par ja faz dele um par
      *conhecido
           MOVE "N" TO WS-PAR-CONHECIDO-SW.
           MOVE "N" TO WS-FORA-FAIXA-SW.
           MOVE ZERO TO WS-TAXA-ANTERIOR.
           MOVE ZERO TO WS-VIGENCIA-ANTERIOR.
           MOVE ZERO TO WS-VARIACAO-PCT.
           MOVE "N" TO WS-FIM-HISTORICO-SW.
           MOVE BOL-PAR TO TAXA-PAR.
           MOVE ZERO TO TAXA-VIGENCIA.
           START TAXAS-CAMBIO KEY NOT < TAXA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTORICO-SW
           END-START.
           PERFORM UNTIL FIM-HISTORICO
               READ TAXAS-CAMBIO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO-SW
                   NOT AT END
                       IF TAXA-PAR NOT = BOL-PAR
                           MOVE "S" TO WS-FIM-HISTORICO-SW
                       ELSE
                           MOVE "S" TO WS-PAR-CONHECIDO-SW
                           IF TAXA-VIGENCIA NOT < BOL-DATA-NUMERO
                               MOVE "S" TO WS-FIM-HISTORICO-SW
                           ELSE
                               IF NOT TAXA-PENDENTE
                                   MOVE TAXA-VALOR
                                       TO WS-TAXA-ANTERIOR
                                   MOVE TAXA-VIGENCIA
                                       TO WS-VIGENCIA-ANTERIOR
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TAXA-ANTERIOR > ZERO
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   (BOL-TAXA-NUMERO - WS-TAXA-ANTERIOR) * 100
                       / WS-TAXA-ANTERIOR
               MOVE WS-VARIACAO-PCT TO WS-VARIACAO-ABS
               IF WS-VARIACAO-ABS > WS-TOLERANCIA
                   MOVE "S" TO WS-FORA-FAIXA-SW
               END-IF
           END-IF.

       9400-MONTA-IMAGEM.
      *mesma imagem do 9400 do PROG14, pro jornal ler igual a
      *taxa digitada e a carregada
           MOVE TAXA-VALOR TO WS-TAXA-EDITADA.
           MOVE SPACES TO WS-JRN-IMAGEM.
           IF TAXA-PENDENTE
               STRING "taxa " WS-TAXA-EDITADA
                   " vigente desde " TAXA-VIGENCIA
                   " PENDENTE por " TAXA-PROPONENTE
                   DELIMITED BY SIZE INTO WS-JRN-IMAGEM
           ELSE
               STRING "taxa " WS-TAXA-EDITADA
                   " vigente desde " TAXA-VIGENCIA
                   DELIMITED BY SIZE INTO WS-JRN-IMAGEM
           END-IF.

       9500-GRAVA-JORNAL.
      *uma linha no jornal compartilhado por taxa carregada, como
      *a inclusao do PROG14
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
           MOVE "TAXAS.DAT"       TO JRN-ARQUIVO.
           MOVE WS-JRN-ACAO-W     TO JRN-ACAO.
           MOVE WS-JRN-CHAVE-W    TO JRN-CHAVE.
           MOVE WS-JRN-ANTES-W    TO JRN-ANTES.
           MOVE WS-JRN-DEPOIS-W   TO JRN-DEPOIS.
           IF OPERADOR-NOME = SPACES
               OR OPERADOR-NOME = LOW-VALUES
               MOVE "(carga do boletim)" TO JRN-OPERADOR
           ELSE
               MOVE OPERADOR-NOME (1:30) TO JRN-OPERADOR
           END-IF.
           WRITE REG-JORNAL.

           CLOSE JORNAL-MANUTENCAO.

       PROGRAM-DONE.
           GOBACK.
