       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG36.
      * gravacao das notificacoes de saida pro gateway de correio:
      * chamado por todo programa que aponta pendencia em
      * PENDENCIAS.DAT (PROG3, PROG15, PROG27, PROG28 e PROG32) e
      * pelo PROG15 no fim do fechamento. Recebe severidade, origem
      * e texto pelo NOTIFPED.CPY, acha o grupo destinatario da
      * origem na tabela de rotas (ROTAS.DAT, mantida no PROG35),
      * tira o proximo numero de sequencia do NOTIFICA.SEQ e
      * acrescenta a linha no NOTIFICA.DAT, que o gateway le. Falha
      * aqui nunca derruba o chamador: a pendencia ja esta gravada
      * e o retorno "08" so e anotado por quem quiser conferir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-NOTIFICACOES
               ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NTF.

           SELECT OPTIONAL SEQUENCIA-NOTIFICACOES
               ASSIGN TO "NOTIFICA.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.

           SELECT OPTIONAL TABELA-ROTAS ASSIGN TO "ROTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROT-ORIGEM
               FILE STATUS IS WS-STATUS-ROT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NOTIFICACOES.
      *arquivo lido pelo gateway de correio; so cresce por aqui
       COPY "NOTIFICA.CPY".

       FD  SEQUENCIA-NOTIFICACOES.
      *um registro so: o ultimo numero de sequencia gravado
       01  REG-SEQUENCIA.
           05  SEQ-ULTIMA           PIC 9(08).

       FD  TABELA-ROTAS.
      *grupo destinatario por origem, mantido pelo supervisor
       COPY "ROTA.CPY".

       WORKING-STORAGE SECTION.

       COPY "NOTIFPED.CPY".

       01  WS-STATUS-NTF        PIC X(02).
           88  NTF-ABERTO           VALUE "00" "05".
           88  NTF-NAO-ENCONTRADO   VALUE "35".
           88  NTF-SEM-ARQUIVO      VALUE "35" "05".

       01  WS-STATUS-SEQ        PIC X(02).
           88  SEQ-ABERTO           VALUE "00" "05".
           88  SEQ-SEM-ARQUIVO      VALUE "35" "05".

       01  WS-STATUS-ROT        PIC X(02).
           88  ROT-IDX-ABERTO       VALUE "00" "05".

       01  WS-FIM-NTF-SW        PIC X(01) VALUE "N".
           88  FIM-NOTIFICACOES     VALUE "S".
       01  WS-SEQUENCIA         PIC 9(08) VALUE ZERO.
       01  WS-GRUPO-DESTINO     PIC X(20).
       01  WS-GRUPO-PADRAO      PIC X(20) VALUE "SUPERVISAO".

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
           MOVE "08" TO NTP-RETORNO.
      *rodando sozinho, sem pedido preenchido, nao ha o que gravar
           IF NTP-TEXTO = SPACES OR NTP-TEXTO = LOW-VALUES
               GO TO PROGRAM-DONE
           END-IF.
           IF NTP-SEVERIDADE NOT = "C" AND NTP-SEVERIDADE NOT = "A"
               AND NTP-SEVERIDADE NOT = "I"
               MOVE "A" TO NTP-SEVERIDADE
           END-IF.

           PERFORM 1000-ACHA-GRUPO
               THRU 1000-ACHA-FIM.
           PERFORM 2000-PROXIMA-SEQUENCIA
               THRU 2000-PROXIMA-FIM.
           IF WS-SEQUENCIA = ZERO
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 3000-GRAVA-NOTIFICACAO
               THRU 3000-GRAVA-FIM.
           GO TO PROGRAM-DONE.

       1000-ACHA-GRUPO.
      *rota da propria origem; sem ela a rota PADRAO; sem tabela
      *ou sem nenhuma das duas, o grupo da supervisao, pra nenhuma
      *notificacao ficar sem destinatario
           MOVE WS-GRUPO-PADRAO TO WS-GRUPO-DESTINO.
           OPEN INPUT TABELA-ROTAS.
           IF NOT ROT-IDX-ABERTO
               GO TO 1000-ACHA-FIM
           END-IF.
           MOVE NTP-ORIGEM TO ROT-ORIGEM.
           READ TABELA-ROTAS
               INVALID KEY
                   MOVE "PADRAO" TO ROT-ORIGEM
                   READ TABELA-ROTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ROT-GRUPO TO WS-GRUPO-DESTINO
                   END-READ
               NOT INVALID KEY
                   MOVE ROT-GRUPO TO WS-GRUPO-DESTINO
           END-READ.
           CLOSE TABELA-ROTAS.
           IF WS-GRUPO-DESTINO = SPACES
               MOVE WS-GRUPO-PADRAO TO WS-GRUPO-DESTINO
           END-IF.
       1000-ACHA-FIM.
           EXIT.

       2000-PROXIMA-SEQUENCIA.
      *o ultimo numero fica no NOTIFICA.SEQ; se ele sumiu, retoma
      *do ultimo numero que estiver no proprio NOTIFICA.DAT, pro
      *gateway nunca receber um numero que ja viu
           MOVE ZERO TO WS-SEQUENCIA.
           OPEN INPUT SEQUENCIA-NOTIFICACOES.
           IF SEQ-SEM-ARQUIVO
               CLOSE SEQUENCIA-NOTIFICACOES
               PERFORM 2100-RETOMA-DO-ARQUIVO
           ELSE
               READ SEQUENCIA-NOTIFICACOES
                   AT END
                       PERFORM 2100-RETOMA-DO-ARQUIVO
                   NOT AT END
                       IF SEQ-ULTIMA IS NUMERIC
                           MOVE SEQ-ULTIMA TO WS-SEQUENCIA
                       ELSE
                           PERFORM 2100-RETOMA-DO-ARQUIVO
                       END-IF
               END-READ
               CLOSE SEQUENCIA-NOTIFICACOES
           END-IF.

           IF WS-SEQUENCIA = 99999999
               MOVE ZERO TO WS-SEQUENCIA
           END-IF.
           ADD 1 TO WS-SEQUENCIA.

           OPEN OUTPUT SEQUENCIA-NOTIFICACOES.
           IF NOT SEQ-ABERTO
               DISPLAY "Erro ao gravar NOTIFICA.SEQ, status "
                   WS-STATUS-SEQ "; notificacao nao gravada."
               MOVE ZERO TO WS-SEQUENCIA
               GO TO 2000-PROXIMA-FIM
           END-IF.
           MOVE WS-SEQUENCIA TO SEQ-ULTIMA.
           WRITE REG-SEQUENCIA.
           CLOSE SEQUENCIA-NOTIFICACOES.
       2000-PROXIMA-FIM.
           EXIT.

       2100-RETOMA-DO-ARQUIVO.
           MOVE "N" TO WS-FIM-NTF-SW.
           OPEN INPUT ARQUIVO-NOTIFICACOES.
           IF NTF-SEM-ARQUIVO
               CLOSE ARQUIVO-NOTIFICACOES
           ELSE
               PERFORM UNTIL FIM-NOTIFICACOES
                   READ ARQUIVO-NOTIFICACOES
                       AT END
                           MOVE "S" TO WS-FIM-NTF-SW
                       NOT AT END
                           IF NTF-SEQUENCIA IS NUMERIC
                               AND NTF-SEQUENCIA > WS-SEQUENCIA
                               MOVE NTF-SEQUENCIA TO WS-SEQUENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-NOTIFICACOES
           END-IF.

       3000-GRAVA-NOTIFICACAO.
           OPEN EXTEND ARQUIVO-NOTIFICACOES.
           IF NTF-NAO-ENCONTRADO
               OPEN OUTPUT ARQUIVO-NOTIFICACOES
               CLOSE ARQUIVO-NOTIFICACOES
               OPEN EXTEND ARQUIVO-NOTIFICACOES
           END-IF.
           IF NOT NTF-ABERTO
               DISPLAY "Erro ao abrir NOTIFICA.DAT, status "
                   WS-STATUS-NTF "; notificacao nao gravada."
               GO TO 3000-GRAVA-FIM
           END-IF.

           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

           MOVE SPACES TO REG-NOTIFICACAO.
           MOVE WS-SEQUENCIA     TO NTF-SEQUENCIA.
           MOVE WS-DATA-HORA-LOG TO NTF-DATA-HORA.
           MOVE NTP-SEVERIDADE   TO NTF-SEVERIDADE.
           MOVE NTP-ORIGEM       TO NTF-ORIGEM.
           MOVE WS-GRUPO-DESTINO TO NTF-GRUPO.
           MOVE NTP-TEXTO        TO NTF-TEXTO.
           WRITE REG-NOTIFICACAO.
           CLOSE ARQUIVO-NOTIFICACOES.
           MOVE "00" TO NTP-RETORNO.
       3000-GRAVA-FIM.
           EXIT.

       PROGRAM-DONE.
           GOBACK.
