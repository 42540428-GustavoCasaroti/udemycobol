       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG34.
      * conferencia de integridade entre os arquivos mestres e de
      * controle: nada amarra um arquivo ao outro, e aqui se confere
      * o que um aponta no outro -- lote pendente ou retido em
      * LOTES.DAT cujo deck sumiu do disco, ciencia em CIENCIAS.DAT
      * de aviso que o PROG10 ja excluiu do MENSAGENS.IDX, pendencia
      * reconhecida por cracha que nao existe mais em
      * OPERADORES.DAT, taxa zerada em TAXAS.DAT, cadastro sem
      * nenhum supervisor ativo e desbloqueado, data impossivel no
      * FERIADOS.DAT e checkpoint do PARES.CKP ainda pendurado num
      * lote ja processado. Grava INTEGRIDADE.RPT com os achados por
      * gravidade (critico, aviso, informativo). Roda como passo do
      * fechamento (PROG15), logo depois do prazo dos decks: achado
      * critico falha o passo e o fechamento para antes de
      * processar o dia. Roda tambem
      * avulso, pelo menu do supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILA-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.

           SELECT OPTIONAL DECK-PARES ASSIGN USING WS-NOME-ARQ-DECK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DCK.

           SELECT OPTIONAL CHECKPOINT-CONTROLE ASSIGN TO "PARES.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKP.

           SELECT OPTIONAL CIENCIAS-AVISO ASSIGN TO "CIENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIE.

           SELECT OPTIONAL MENSAGENS-IDX ASSIGN TO "MENSAGENS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CODIGO
               FILE STATUS IS WS-STATUS-MSG.

           SELECT OPTIONAL ARQUIVO-PENDENCIAS
               ASSIGN TO "PENDENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEN.

           SELECT OPTIONAL OPERADORES-MESTRE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT OPTIONAL TAXAS-CAMBIO ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXA-CHAVE
               FILE STATUS IS WS-STATUS-TAXA.

           SELECT OPTIONAL FERIADOS-CAL ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-STATUS-FER.

           SELECT RELATORIO-INTEGRIDADE ASSIGN TO "INTEGRIDADE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  FILA-LOTES.
       COPY "LOTE.CPY".

       FD  DECK-PARES.
      *so interessa se o deck do lote abre; o conteudo e do PROG3
       01  REG-DECK                 PIC X(80).

       FD  CHECKPOINT-CONTROLE.
      *mesmo layout do checkpoint do modo lote do PROG3: lote em
      *andamento e ultimo registro dele processado; registro zerado
      *quer dizer deck concluido
       01  REG-CHECKPOINT.
           05  CKP-LOTE-TEXTO       PIC X(06).
           05  CKP-LOTE REDEFINES CKP-LOTE-TEXTO
                                    PIC 9(06).
           05  CKP-REGISTRO-TEXTO   PIC X(06).
           05  CKP-REGISTRO REDEFINES CKP-REGISTRO-TEXTO
                                    PIC 9(06).

       FD  CIENCIAS-AVISO.
       COPY "CIENCIA.CPY".

       FD  MENSAGENS-IDX.
       COPY "MENSAGEM.CPY".

       FD  ARQUIVO-PENDENCIAS.
       COPY "PENDENCIA.CPY".

       FD  OPERADORES-MESTRE.
       COPY "OPERMST.CPY".

       FD  TAXAS-CAMBIO.
       COPY "TAXA.CPY".

       FD  FERIADOS-CAL.
       COPY "FERIADO.CPY".

       FD  RELATORIO-INTEGRIDADE.
       01  REG-RELATORIO            PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada

       01  WS-STATUS-LOT        PIC X(02).
           88  LOT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-DCK        PIC X(02).
           88  DCK-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-CKP        PIC X(02).
           88  CKP-OK               VALUE "00".
           88  CKP-ABERTO           VALUE "00" "05".
       01  WS-STATUS-CIE        PIC X(02).
           88  CIE-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-MSG        PIC X(02).
           88  MSG-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-PEN        PIC X(02).
           88  PEN-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-TAXA       PIC X(02).
           88  TAXA-IDX-ABERTO      VALUE "00" "05".
       01  WS-STATUS-FER        PIC X(02).
           88  FER-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-NOME-ARQ-DECK     PIC X(30).

       01  WS-FIM-ARQUIVO-SW    PIC X(01) VALUE "N".
           88  FIM-ARQUIVO          VALUE "S".
       01  WS-CADASTRO-ABERTO-SW PIC X(01) VALUE "N".
           88  CADASTRO-ABERTO       VALUE "S".
       01  WS-CKP-PENDURADO-SW  PIC X(01) VALUE "N".
           88  CKP-PENDURADO        VALUE "S".
       01  WS-CKP-LOTE          PIC 9(06) VALUE ZERO.
       01  WS-CKP-REGISTRO      PIC 9(06) VALUE ZERO.

       01  WS-QTD-SUPERVISORES  PIC 9(04) VALUE ZERO COMP.

      *achados, impressos por gravidade no fim
       01  WS-QTD-ACHADOS       PIC 9(04) VALUE ZERO COMP.
       01  WS-MAX-ACHADOS       PIC 9(04) VALUE 500 COMP.
       01  WS-ACHADOS-PERDIDOS  PIC 9(04) VALUE ZERO COMP.
       01  TABELA-ACHADOS.
           05  WS-ACHADO OCCURS 500 TIMES.
               10  ACH-GRAVIDADE    PIC 9(01).
      *1 = critico (falha o fechamento), 2 = aviso, 3 = informativo
               10  ACH-ARQUIVO      PIC X(14).
               10  ACH-CHAVE        PIC X(20).
               10  ACH-DESCRICAO    PIC X(60).
       01  WS-IND-ACH           PIC 9(04) VALUE ZERO COMP.
       01  WS-ACH-GRAVIDADE-W   PIC 9(01).
       01  WS-ACH-ARQUIVO-W     PIC X(14).
       01  WS-ACH-CHAVE-W       PIC X(20).
       01  WS-ACH-DESCRICAO-W   PIC X(60).

       01  WS-QTD-CRITICOS      PIC 9(04) VALUE ZERO COMP.
       01  WS-QTD-AVISOS        PIC 9(04) VALUE ZERO COMP.
       01  WS-QTD-INFORMATIVOS  PIC 9(04) VALUE ZERO COMP.
       01  WS-GRAVIDADE-SECAO   PIC 9(01).
       01  WS-QTD-SECAO         PIC 9(04) VALUE ZERO COMP.
       01  WS-QTD-ED            PIC ZZZ9.
       01  WS-LINHA-SAIDA       PIC X(132).

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
           MOVE ZERO TO WS-QTD-ACHADOS.
           MOVE ZERO TO WS-ACHADOS-PERDIDOS.
           MOVE ZERO TO WS-QTD-CRITICOS.
           MOVE ZERO TO WS-QTD-AVISOS.
           MOVE ZERO TO WS-QTD-INFORMATIVOS.

           OPEN OUTPUT RELATORIO-INTEGRIDADE.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir INTEGRIDADE.RPT, status "
                   WS-STATUS-RPT
               MOVE "08" TO FECHA-RETORNO
               GO TO PROGRAM-DONE
           END-IF.

      *o checkpoint e lido antes da fila, que e onde se sabe se o
      *lote dele ja foi processado
           PERFORM 2600-LE-CHECKPOINT.
           PERFORM 2000-CONFERE-LOTES
               THRU 2000-CONFERE-FIM.
           PERFORM 2100-CONFERE-CIENCIAS
               THRU 2100-CONFERE-FIM.

           OPEN INPUT OPERADORES-MESTRE.
           IF OPM-IDX-ABERTO
               MOVE "S" TO WS-CADASTRO-ABERTO-SW
           ELSE
               MOVE "N" TO WS-CADASTRO-ABERTO-SW
           END-IF.
           PERFORM 2200-CONFERE-PENDENCIAS
               THRU 2200-CONFERE-FIM.
           PERFORM 2300-CONFERE-SUPERVISORES.
           IF CADASTRO-ABERTO
               CLOSE OPERADORES-MESTRE
           END-IF.

           PERFORM 2400-CONFERE-TAXAS
               THRU 2400-CONFERE-FIM.
           PERFORM 2500-CONFERE-FERIADOS
               THRU 2500-CONFERE-FIM.

           PERFORM 1000-IMPRIME-CABECALHO.
           PERFORM 6000-IMPRIME-SECAO
               VARYING WS-GRAVIDADE-SECAO FROM 1 BY 1
               UNTIL WS-GRAVIDADE-SECAO > 3.
           PERFORM 7000-IMPRIME-RODAPE.
           CLOSE RELATORIO-INTEGRIDADE.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "INTEGRIDADE.RPT" TO RLP-NOME.
           MOVE "PROG34" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".

      *achado critico falha o passo; aviso e informativo so saem
      *no relatorio
           IF WS-QTD-CRITICOS > ZERO
               MOVE "08" TO FECHA-RETORNO
               MOVE WS-QTD-CRITICOS TO WS-QTD-ED
               DISPLAY "Integridade: " WS-QTD-ED
                   " achado(s) critico(s); confira INTEGRIDADE.RPT."
           ELSE
               DISPLAY "Integridade conferida sem achado critico; "
                   "relatorio em INTEGRIDADE.RPT."
           END-IF.
           GO TO PROGRAM-DONE.

       1000-IMPRIME-CABECALHO.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CONFERENCIA DE INTEGRIDADE DOS ARQUIVOS - "
               WS-DATA-HORA-LOG
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

       2000-CONFERE-LOTES.
      *lote pendente ou retido ainda vai ser lido pelo PROG3: o
      *deck dele tem de estar no disco. lote processado pode ter
      *tido o deck removido, mas nao pode ter checkpoint pendurado
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT FILA-LOTES.
           IF LOT-SEM-ARQUIVO
               CLOSE FILA-LOTES
               GO TO 2000-CONFERE-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ FILA-LOTES
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO-SW
                   NOT AT END
                       IF LOT-PENDENTE OR LOT-RETIDO
                           PERFORM 2010-CONFERE-DECK
                       END-IF
                       IF LOT-PROCESSADO
                           AND CKP-PENDURADO
                           AND LOT-NUMERO = WS-CKP-LOTE
                           PERFORM 2020-APONTA-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILA-LOTES.
       2000-CONFERE-FIM.
           EXIT.

       2010-CONFERE-DECK.
           MOVE LOT-ARQUIVO TO WS-NOME-ARQ-DECK.
           OPEN INPUT DECK-PARES.
           IF DCK-SEM-ARQUIVO
               MOVE 1 TO WS-ACH-GRAVIDADE-W
               MOVE "LOTES.DAT" TO WS-ACH-ARQUIVO-W
               MOVE LOT-NUMERO TO WS-ACH-CHAVE-W
               MOVE SPACES TO WS-ACH-DESCRICAO-W
               STRING "lote " LOT-SITUACAO " sem o deck "
                   FUNCTION TRIM(LOT-ARQUIVO) " no disco"
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W
               PERFORM 2900-GUARDA-ACHADO
           END-IF.
           CLOSE DECK-PARES.

       2020-APONTA-CHECKPOINT.
           MOVE 2 TO WS-ACH-GRAVIDADE-W.
           MOVE "PARES.CKP" TO WS-ACH-ARQUIVO-W.
           MOVE WS-CKP-LOTE TO WS-ACH-CHAVE-W.
           MOVE SPACES TO WS-ACH-DESCRICAO-W.
           STRING "checkpoint no registro " WS-CKP-REGISTRO
               " de lote ja processado"
               DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W.
           PERFORM 2900-GUARDA-ACHADO.

       2100-CONFERE-CIENCIAS.
      *ciencia de aviso que nao existe mais no MENSAGENS.IDX: sobra
      *de exclusao no PROG10, so polui a cobertura do PROG24
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT CIENCIAS-AVISO.
           IF CIE-SEM-ARQUIVO
               CLOSE CIENCIAS-AVISO
               GO TO 2100-CONFERE-FIM
           END-IF.
           OPEN INPUT MENSAGENS-IDX.
           IF NOT MSG-IDX-ABERTO
               MOVE 2 TO WS-ACH-GRAVIDADE-W
               MOVE "MENSAGENS.IDX" TO WS-ACH-ARQUIVO-W
               MOVE SPACES TO WS-ACH-CHAVE-W
               MOVE SPACES TO WS-ACH-DESCRICAO-W
               STRING "indisponivel, status " WS-STATUS-MSG
                   "; ciencias nao conferidas"
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W
               PERFORM 2900-GUARDA-ACHADO
               CLOSE CIENCIAS-AVISO
               GO TO 2100-CONFERE-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ CIENCIAS-AVISO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO-SW
                   NOT AT END
                       MOVE CIE-MSG-CODIGO TO MSG-CODIGO
                       READ MENSAGENS-IDX
                           INVALID KEY
                               PERFORM 2110-APONTA-CIENCIA
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE MENSAGENS-IDX.
           CLOSE CIENCIAS-AVISO.
       2100-CONFERE-FIM.
           EXIT.

       2110-APONTA-CIENCIA.
           MOVE 3 TO WS-ACH-GRAVIDADE-W.
           MOVE "CIENCIAS.DAT" TO WS-ACH-ARQUIVO-W.
           MOVE CIE-OPERADOR-ID TO WS-ACH-CHAVE-W.
           MOVE SPACES TO WS-ACH-DESCRICAO-W.
           STRING "ciencia do aviso " FUNCTION TRIM(CIE-MSG-CODIGO)
               ", excluido do MENSAGENS.IDX"
               DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W.
           PERFORM 2900-GUARDA-ACHADO.

       2200-CONFERE-PENDENCIAS.
      *pendencia reconhecida por cracha que saiu do cadastro: nao
      *se sabe mais quem deu a ciencia
           IF NOT CADASTRO-ABERTO
               GO TO 2200-CONFERE-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT ARQUIVO-PENDENCIAS.
           IF PEN-SEM-ARQUIVO
               CLOSE ARQUIVO-PENDENCIAS
               GO TO 2200-CONFERE-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQUIVO-PENDENCIAS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO-SW
                   NOT AT END
                       IF PEN-RECONHECIDA
                           AND PEN-CIENTE-ID NOT = SPACES
                           MOVE PEN-CIENTE-ID TO OPM-ID
                           READ OPERADORES-MESTRE
                               INVALID KEY
                                   PERFORM 2210-APONTA-PENDENCIA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PENDENCIAS.
       2200-CONFERE-FIM.
           EXIT.

       2210-APONTA-PENDENCIA.
           MOVE 2 TO WS-ACH-GRAVIDADE-W.
           MOVE "PENDENCIAS.DAT" TO WS-ACH-ARQUIVO-W.
           MOVE SPACES TO WS-ACH-CHAVE-W.
           STRING PEN-DATA " " PEN-ORIGEM
               DELIMITED BY SIZE INTO WS-ACH-CHAVE-W.
           MOVE SPACES TO WS-ACH-DESCRICAO-W.
           STRING "reconhecida pelo cracha "
               FUNCTION TRIM(PEN-CIENTE-ID) ", fora do cadastro"
               DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W.
           PERFORM 2900-GUARDA-ACHADO.

       2300-CONFERE-SUPERVISORES.
      *sem ao menos um supervisor ativo e desbloqueado ninguem
      *reabre cracha, da ciencia de pendencia nem aprova taxa
           MOVE ZERO TO WS-QTD-SUPERVISORES.
           IF CADASTRO-ABERTO
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               MOVE LOW-VALUES TO OPM-ID
               START OPERADORES-MESTRE KEY NOT < OPM-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO-SW
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ OPERADORES-MESTRE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO-SW
                       NOT AT END
                           IF OPM-NIVEL-SUPERVISOR
                               AND NOT OPM-ATIVO-NAO
                               AND NOT OPM-BLOQUEADO-SIM
                               ADD 1 TO WS-QTD-SUPERVISORES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-QTD-SUPERVISORES = ZERO
               MOVE 1 TO WS-ACH-GRAVIDADE-W
               MOVE "OPERADORES.DAT" TO WS-ACH-ARQUIVO-W
               MOVE SPACES TO WS-ACH-CHAVE-W
               MOVE SPACES TO WS-ACH-DESCRICAO-W
               IF CADASTRO-ABERTO
                   MOVE "nenhum supervisor ativo e desbloqueado"
                       TO WS-ACH-DESCRICAO-W
               ELSE
                   STRING "indisponivel, status " WS-STATUS-OPM
                       "; supervisores nao conferidos"
                       DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W
               END-IF
               PERFORM 2900-GUARDA-ACHADO
           END-IF.

       2400-CONFERE-TAXAS.
      *taxa zerada zera toda conversao que cair na vigencia dela
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT TAXAS-CAMBIO.
           IF NOT TAXA-IDX-ABERTO
               MOVE 2 TO WS-ACH-GRAVIDADE-W
               MOVE "TAXAS.DAT" TO WS-ACH-ARQUIVO-W
               MOVE SPACES TO WS-ACH-CHAVE-W
               MOVE SPACES TO WS-ACH-DESCRICAO-W
               STRING "indisponivel, status " WS-STATUS-TAXA
                   "; taxas nao conferidas"
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W
               PERFORM 2900-GUARDA-ACHADO
               GO TO 2400-CONFERE-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ TAXAS-CAMBIO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO-SW
                   NOT AT END
                       IF TAXA-VALOR = ZERO
                           PERFORM 2410-APONTA-TAXA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAXAS-CAMBIO.
       2400-CONFERE-FIM.
           EXIT.

       2410-APONTA-TAXA.
           MOVE 1 TO WS-ACH-GRAVIDADE-W.
           MOVE "TAXAS.DAT" TO WS-ACH-ARQUIVO-W.
           MOVE SPACES TO WS-ACH-CHAVE-W.
           STRING TAXA-PAR " " TAXA-VIGENCIA
               DELIMITED BY SIZE INTO WS-ACH-CHAVE-W.
           MOVE SPACES TO WS-ACH-DESCRICAO-W.
           IF TAXA-PENDENTE
               MOVE "taxa zerada (pendente de aprovacao)"
                   TO WS-ACH-DESCRICAO-W
           ELSE
               MOVE "taxa zerada" TO WS-ACH-DESCRICAO-W
           END-IF.
           PERFORM 2900-GUARDA-ACHADO.

       2500-CONFERE-FERIADOS.
      *data que nao existe no calendario (mes 13, 30 de fevereiro)
      *nunca bate com dia nenhum e o feriado passa em branco
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           OPEN INPUT FERIADOS-CAL.
           IF NOT FER-IDX-ABERTO
               MOVE 2 TO WS-ACH-GRAVIDADE-W
               MOVE "FERIADOS.DAT" TO WS-ACH-ARQUIVO-W
               MOVE SPACES TO WS-ACH-CHAVE-W
               MOVE SPACES TO WS-ACH-DESCRICAO-W
               STRING "indisponivel, status " WS-STATUS-FER
                   "; feriados nao conferidos"
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W
               PERFORM 2900-GUARDA-ACHADO
               GO TO 2500-CONFERE-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ FERIADOS-CAL NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO-SW
                   NOT AT END
                       IF FER-DATA IS NOT NUMERIC
                           PERFORM 2510-APONTA-FERIADO
                       ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD(FER-DATA)
                               NOT = ZERO
                               PERFORM 2510-APONTA-FERIADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FERIADOS-CAL.
       2500-CONFERE-FIM.
           EXIT.

       2510-APONTA-FERIADO.
           MOVE 2 TO WS-ACH-GRAVIDADE-W.
           MOVE "FERIADOS.DAT" TO WS-ACH-ARQUIVO-W.
           MOVE FER-DATA TO WS-ACH-CHAVE-W.
           MOVE SPACES TO WS-ACH-DESCRICAO-W.
           STRING "data invalida: " FER-DESCRICAO
               DELIMITED BY SIZE INTO WS-ACH-DESCRICAO-W.
           PERFORM 2900-GUARDA-ACHADO.

       2600-LE-CHECKPOINT.
      *checkpoint com registro acima de zero e deck interrompido;
      *se o lote dele ja esta processado, sobrou de uma rodada
      *antiga e engana quem for retomar
           MOVE "N" TO WS-CKP-PENDURADO-SW.
           OPEN INPUT CHECKPOINT-CONTROLE.
           IF CKP-OK
               READ CHECKPOINT-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-LOTE-TEXTO IS NUMERIC
                           AND CKP-REGISTRO-TEXTO IS NUMERIC
                           AND CKP-REGISTRO > ZERO
                           MOVE CKP-LOTE TO WS-CKP-LOTE
                           MOVE CKP-REGISTRO TO WS-CKP-REGISTRO
                           MOVE "S" TO WS-CKP-PENDURADO-SW
                       END-IF
               END-READ
           END-IF.
           IF CKP-ABERTO
               CLOSE CHECKPOINT-CONTROLE
           END-IF.

       2900-GUARDA-ACHADO.
           EVALUATE WS-ACH-GRAVIDADE-W
               WHEN 1
                   ADD 1 TO WS-QTD-CRITICOS
               WHEN 2
                   ADD 1 TO WS-QTD-AVISOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-INFORMATIVOS
           END-EVALUATE.
           IF WS-QTD-ACHADOS < WS-MAX-ACHADOS
               ADD 1 TO WS-QTD-ACHADOS
               MOVE WS-ACH-GRAVIDADE-W
                   TO ACH-GRAVIDADE (WS-QTD-ACHADOS)
               MOVE WS-ACH-ARQUIVO-W   TO ACH-ARQUIVO (WS-QTD-ACHADOS)
               MOVE WS-ACH-CHAVE-W     TO ACH-CHAVE (WS-QTD-ACHADOS)
               MOVE WS-ACH-DESCRICAO-W
                   TO ACH-DESCRICAO (WS-QTD-ACHADOS)
           ELSE
               ADD 1 TO WS-ACHADOS-PERDIDOS
           END-IF.

       6000-IMPRIME-SECAO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           EVALUATE WS-GRAVIDADE-SECAO
               WHEN 1
                   MOVE "CRITICOS (FALHAM O FECHAMENTO)"
                       TO WS-LINHA-SAIDA
               WHEN 2
                   MOVE "AVISOS" TO WS-LINHA-SAIDA
               WHEN OTHER
                   MOVE "INFORMATIVOS" TO WS-LINHA-SAIDA
           END-EVALUATE.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "ARQUIVO        CHAVE                ACHADO"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

           MOVE ZERO TO WS-QTD-SECAO.
           PERFORM 6100-IMPRIME-ACHADO
               VARYING WS-IND-ACH FROM 1 BY 1
               UNTIL WS-IND-ACH > WS-QTD-ACHADOS.
           IF WS-QTD-SECAO = ZERO
               MOVE "  (nenhum achado)" TO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       6100-IMPRIME-ACHADO.
           IF ACH-GRAVIDADE (WS-IND-ACH) = WS-GRAVIDADE-SECAO
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING ACH-ARQUIVO (WS-IND-ACH) " "
                   ACH-CHAVE (WS-IND-ACH) " "
                   ACH-DESCRICAO (WS-IND-ACH)
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       7000-IMPRIME-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-CRITICOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CRITICOS:     " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-AVISOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "AVISOS:       " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE WS-QTD-INFORMATIVOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "INFORMATIVOS: " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           IF WS-ACHADOS-PERDIDOS > ZERO
               MOVE WS-ACHADOS-PERDIDOS TO WS-QTD-ED
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ATENCAO: TABELA CHEIA, " WS-QTD-ED
                   " ACHADO(S) SO NOS TOTAIS ACIMA"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       PROGRAM-DONE.
           GOBACK.
