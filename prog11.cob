      * arquivos mortos alem da janela de retencao, mantida em
      * RETENCAO.DAT. O catalogo ARQUIVOS.CAT guarda o que existe
      * arquivado, pra expurgar sem depender de listar diretorio.
      * No mesmo passo expurga as geracoes de relatorio guardadas
      * pelo PROG39 alem da retencao do RETRELAT.DAT, tirando-as do
      * catalogo RELATORIOS.CAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEL.

           SELECT OPTIONAL CATALOGO-RELATORIOS
               ASSIGN TO "RELATORIOS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

           SELECT CATALOGO-REL-NOVO ASSIGN TO "RELATORIOS.NOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT OPTIONAL CONFIG-RET-RELAT ASSIGN TO "RETRELAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RRL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-VIVO.
      *hash com sinal separado e ponto decimal, pra nao gravar
      *overpunch em LINE SEQUENTIAL

       FD  CATALOGO-RELATORIOS.
       COPY "RELCAT.CPY".

       FD  CATALOGO-REL-NOVO.
      *copia de trabalho do RELATORIOS.CAT so com as geracoes que
      *ficam; volta pro catalogo e e apagada no fim do expurgo
       01  REG-RELCAT-NOVO        PIC X(152).

       FD  CONFIG-RET-RELAT.
      *quantidade de meses de geracoes de relatorio a manter; sem
      *o arquivo vale o padrao de 12 meses
       01  REG-RET-RELAT          PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY "FECHA.CPY".
       01  WS-JA-CATALOGADO-SW  PIC X(01) VALUE "N".
           88  JA-CATALOGADO        VALUE "S".

       01  WS-STATUS-REL        PIC X(02).
           88  REL-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-NOV        PIC X(02).
           88  NOV-OK               VALUE "00".
       01  WS-STATUS-RRL        PIC X(02).
           88  RRL-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-FIM-REL-SW        PIC X(01) VALUE "N".
           88  FIM-REL              VALUE "S".
       01  WS-RETENCAO-REL      PIC 9(03) VALUE 12.
       01  WS-MES-CORTE-REL     PIC 9(06).
       01  WS-MES-GERACAO       PIC 9(06).
       01  WS-NOME-GERACAO      PIC X(40).
       01  WS-NOME-REL-NOVO     PIC X(40) VALUE "RELATORIOS.NOV".
       01  WS-QTD-GER-EXPURGADAS PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "00" TO FECHA-RETORNO.
           PERFORM 3000-EXPURGA-ANTIGOS.
           PERFORM 4000-REGRAVA-CATALOGO.
           PERFORM 4500-REGRAVA-SELOS.
           PERFORM 5000-EXPURGA-GERACOES
               THRU 5000-EXPURGA-FIM.

           DISPLAY "Arquivamento concluido; " WS-QTD-EXPURGADOS
               " arquivo(s) alem da retencao expurgado(s).".
           DISPLAY "Geracoes de relatorio alem da retencao "
               "expurgadas: " WS-QTD-GER-EXPURGADAS ".".
           GO TO PROGRAM-DONE.

       1000-LE-RETENCAO.
               WRITE REG-SELO
           END-IF.

       5000-EXPURGA-GERACOES.
      *geracoes de relatorio guardadas pelo PROG39: as de meses
      *ate o corte do RETRELAT.DAT sao apagadas e o RELATORIOS.CAT
      *e regravado so com as que ficam. O catalogo cresce a cada
      *relatorio e nao cabe numa tabela como o ARQUIVOS.CAT, entao
      *passa por uma copia de trabalho
           MOVE ZERO TO WS-QTD-GER-EXPURGADAS.
           PERFORM 5100-CALCULA-CORTE-REL.

           OPEN INPUT CATALOGO-RELATORIOS.
           IF REL-SEM-ARQUIVO
               CLOSE CATALOGO-RELATORIOS
               GO TO 5000-EXPURGA-FIM
           END-IF.
           OPEN OUTPUT CATALOGO-REL-NOVO.
           IF NOT NOV-OK
               CLOSE CATALOGO-RELATORIOS
               DISPLAY "Erro ao abrir RELATORIOS.NOV, status "
                   WS-STATUS-NOV "; geracoes nao expurgadas."
               GO TO 5000-EXPURGA-FIM
           END-IF.
           MOVE "N" TO WS-FIM-REL-SW.
           PERFORM UNTIL FIM-REL
               READ CATALOGO-RELATORIOS
                   AT END
                       MOVE "S" TO WS-FIM-REL-SW
                   NOT AT END
                       PERFORM 5200-CONFERE-GERACAO
               END-READ
           END-PERFORM.
           CLOSE CATALOGO-RELATORIOS.
           CLOSE CATALOGO-REL-NOVO.

      *nada expurgado: o catalogo fica como esta, sem regravar
           IF WS-QTD-GER-EXPURGADAS > ZERO
               OPEN INPUT CATALOGO-REL-NOVO
               OPEN OUTPUT CATALOGO-RELATORIOS
               MOVE "N" TO WS-FIM-REL-SW
               PERFORM UNTIL FIM-REL
                   READ CATALOGO-REL-NOVO
                       AT END
                           MOVE "S" TO WS-FIM-REL-SW
                       NOT AT END
                           WRITE REG-RELCAT FROM REG-RELCAT-NOVO
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-REL-NOVO
               CLOSE CATALOGO-RELATORIOS
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-NOME-REL-NOVO.
       5000-EXPURGA-FIM.
           EXIT.

       5100-CALCULA-CORTE-REL.
      *mesma conta de meses corridos do 1100, com a retencao
      *propria das geracoes de relatorio
           OPEN INPUT CONFIG-RET-RELAT.
           IF RRL-SEM-ARQUIVO
               CONTINUE
           ELSE
               READ CONFIG-RET-RELAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-RET-RELAT IS NUMERIC
                           AND REG-RET-RELAT > ZERO
                           MOVE REG-RET-RELAT TO WS-RETENCAO-REL
                       END-IF
               END-READ
           END-IF.
           CLOSE CONFIG-RET-RELAT.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO-CALC.
           MOVE WS-DATA-HOJE (5:2) TO WS-MES-CALC.
           COMPUTE WS-TOTAL-MESES =
               WS-ANO-CALC * 12 + WS-MES-CALC - WS-RETENCAO-REL.
           COMPUTE WS-ANO-CALC = (WS-TOTAL-MESES - 1) / 12.
           COMPUTE WS-MES-CALC = WS-TOTAL-MESES - WS-ANO-CALC * 12.
           COMPUTE WS-MES-CORTE-REL = WS-ANO-CALC * 100 + WS-MES-CALC.

       5200-CONFERE-GERACAO.
           MOVE ZERO TO WS-MES-GERACAO.
           IF RLC-DATA-HORA (1:4) IS NUMERIC
               AND RLC-DATA-HORA (6:2) IS NUMERIC
               MOVE RLC-DATA-HORA (1:4) TO WS-MES-GERACAO (1:4)
               MOVE RLC-DATA-HORA (6:2) TO WS-MES-GERACAO (5:2)
           END-IF.
      *linha sem data legivel fica no catalogo: melhor sobrar uma
      *geracao do que apagar o que nao se sabe de quando e
           IF WS-MES-GERACAO > ZERO
               AND WS-MES-GERACAO <= WS-MES-CORTE-REL
               MOVE RLC-GERACAO TO WS-NOME-GERACAO
               CALL "CBL_DELETE_FILE" USING WS-NOME-GERACAO
               ADD 1 TO WS-QTD-GER-EXPURGADAS
           ELSE
               WRITE REG-RELCAT-NOVO FROM REG-RELCAT
           END-IF.

       PROGRAM-DONE.
           GOBACK.
