       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG37.
      * copia de seguranca noturna dos cadastros indexados: passo do
      * fechamento do PROG15 que descarrega OPERADORES.DAT,
      * MENSAGENS.IDX, TAXAS.DAT e FERIADOS.DAT, registro a registro,
      * em copias sequenciais datadas (OPERADORES-AAAAMMDD.BKP e
      * assim por diante), anota no catalogo BACKUPS.CAT a hora da
      * copia e a quantidade de registros de cada uma e apaga as
      * copias alem da janela de retencao do RETBACKUP.DAT, no mesmo
      * esquema do RETENCAO.DAT do PROG11. Rodar de novo na mesma
      * data refaz a copia do dia por cima. A volta de uma copia,
      * com o jornal MANUT.LOG reaplicado ate a hora escolhida, e o
      * PROG38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES-MESTRE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-ID
               FILE STATUS IS WS-STATUS-OPM.

           SELECT OPTIONAL MENSAGENS-IDX ASSIGN TO "MENSAGENS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CODIGO
               FILE STATUS IS WS-STATUS-MSG.

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

           SELECT ARQUIVO-BACKUP ASSIGN USING WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP.

           SELECT OPTIONAL CATALOGO-BACKUPS ASSIGN TO "BACKUPS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

           SELECT CATALOGO-BKP-NOVO ASSIGN TO "BACKUPS.NOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT OPTIONAL CONFIG-RETENCAO ASSIGN TO "RETBACKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MESTRE.
       COPY "OPERMST.CPY".

       FD  MENSAGENS-IDX.
       COPY "MENSAGEM.CPY".

       FD  TAXAS-CAMBIO.
       COPY "TAXA.CPY".

       FD  FERIADOS-CAL.
       COPY "FERIADO.CPY".

       FD  ARQUIVO-BACKUP.
      *copia sequencial: o registro do cadastro inteiro, do jeito
      *que esta no indexado, um por linha
       01  REG-BACKUP             PIC X(100).

       FD  CATALOGO-BACKUPS.
       COPY "BACKUP.CPY".

       FD  CATALOGO-BKP-NOVO.
      *arquivo de trabalho: entradas do catalogo alem da tabela,
      *guardadas enquanto o catalogo e regravado
       01  REG-BACKUP-NOVO        PIC X(81).

       FD  CONFIG-RETENCAO.
      *quantidade de dias de copia a manter; sem o arquivo vale o
      *padrao de 30 dias
       01  REG-RETENCAO           PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY "FECHA.CPY".
      *chamado pelo PROG15 no fechamento de fim de dia, este
      *programa devolve o status do passo na area compartilhada

       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-MST-ABERTO       VALUE "00" "05".
       01  WS-STATUS-MSG        PIC X(02).
           88  MSG-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-TAXA       PIC X(02).
           88  TAXA-IDX-ABERTO      VALUE "00" "05".
       01  WS-STATUS-FER        PIC X(02).
           88  FER-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-BKP        PIC X(02).
           88  BKP-OK               VALUE "00".
       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-RET        PIC X(02).
           88  RET-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-NOV        PIC X(02).
           88  NOV-OK               VALUE "00".
       01  WS-NOME-BKP-NOVO     PIC X(30) VALUE "BACKUPS.NOV".

       01  WS-NOME-BACKUP       PIC X(30).
       01  WS-PREFIXO-BACKUP    PIC X(10).
       01  WS-ARQUIVO-COPIADO   PIC X(14).
       01  WS-QTD-COPIADOS      PIC 9(06) VALUE ZERO.
       01  WS-QTD-ERROS         PIC 9(02) VALUE ZERO.
       01  WS-FIM-MESTRE-SW     PIC X(01) VALUE "N".
           88  FIM-MESTRE           VALUE "S".
       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".

       01  WS-RETENCAO-DIAS     PIC 9(03) VALUE 30.
       01  WS-DATA-HOJE         PIC 9(08).
       01  WS-DATA-CORTE        PIC 9(08).
       01  WS-QTD-EXPURGADAS    PIC 9(03) VALUE ZERO.

       01  WS-QTD-CATALOGO      PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-CAT           PIC 9(03) VALUE ZERO COMP.
       01  WS-QTD-EXCEDENTES    PIC 9(05) VALUE ZERO.
      *entradas do BACKUPS.CAT que nao couberam na tabela: passam
      *direto na regravacao e entram na tabela quando a retencao
      *abrir espaco
       01  WS-QTD-LIDAS-CAT     PIC 9(05) VALUE ZERO.
       01  WS-JA-CATALOGADO-SW  PIC X(01) VALUE "N".
           88  JA-CATALOGADO        VALUE "S".
       01  TABELA-CATALOGO.
      *4 copias por noite: 500 cobre mais de 120 dias de retencao
           05  WS-CATALOGO OCCURS 500 TIMES.
               10  BKT-DATA         PIC 9(08).
               10  BKT-DATA-HORA    PIC X(19).
               10  BKT-ARQUIVO      PIC X(14).
               10  BKT-NOME         PIC X(30).
               10  BKT-QTD          PIC 9(06).
               10  BKT-MANTER-SW    PIC X(01).
                   88  BKT-MANTER       VALUE "S".

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
           MOVE ZERO TO WS-QTD-ERROS.
           MOVE ZERO TO WS-QTD-EXPURGADAS.
           MOVE ZERO TO WS-QTD-EXCEDENTES.
           PERFORM 1000-LE-RETENCAO.
           PERFORM 1100-CALCULA-CORTE.
           PERFORM 1200-CARREGA-CATALOGO.

           PERFORM 2000-COPIA-OPERADORES
               THRU 2000-COPIA-FIM.
           PERFORM 2100-COPIA-MENSAGENS
               THRU 2100-COPIA-FIM.
           PERFORM 2200-COPIA-TAXAS
               THRU 2200-COPIA-FIM.
           PERFORM 2300-COPIA-FERIADOS
               THRU 2300-COPIA-FIM.

           PERFORM 3000-EXPURGA-ANTIGAS.
           PERFORM 4000-REGRAVA-CATALOGO
               THRU 4000-REGRAVA-FIM.

           IF WS-QTD-ERROS > ZERO
               MOVE "08" TO FECHA-RETORNO
               DISPLAY "Copia de seguranca com " WS-QTD-ERROS
                   " cadastro(s) sem copia; confira acima."
           ELSE
               DISPLAY "Copia de seguranca concluida; "
                   WS-QTD-EXPURGADAS
                   " copia(s) alem da retencao expurgada(s)."
           END-IF.
           GO TO PROGRAM-DONE.

       0870-MONTA-DATA-HORA.
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-LOG (1:4) TO WS-ANO-LOG.
           MOVE WS-DATA-LOG (5:2) TO WS-MES-LOG.
           MOVE WS-DATA-LOG (7:2) TO WS-DIA-LOG.
           MOVE WS-HORA-LOG (1:2) TO WS-HH-LOG.
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

       1000-LE-RETENCAO.
           OPEN INPUT CONFIG-RETENCAO.
           IF RET-SEM-ARQUIVO
               CONTINUE
           ELSE
               READ CONFIG-RETENCAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-RETENCAO IS NUMERIC
                           AND REG-RETENCAO > ZERO
                           MOVE REG-RETENCAO TO WS-RETENCAO-DIAS
                       END-IF
               END-READ
           END-IF.
           CLOSE CONFIG-RETENCAO.

       1100-CALCULA-CORTE.
      *copia com data ate o corte sai na retencao; a conta passa
      *por dias corridos pra virada de mes e de ano nao enganar
           ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD.
           MOVE WS-DATA-LOG TO WS-DATA-HOJE.
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-RETENCAO-DIAS).

       1200-CARREGA-CATALOGO.
           MOVE ZERO TO WS-QTD-CATALOGO.
           MOVE "N" TO WS-FIM-CAT-SW.
           OPEN INPUT CATALOGO-BACKUPS.
           IF CAT-SEM-ARQUIVO
               CLOSE CATALOGO-BACKUPS
           ELSE
               PERFORM UNTIL FIM-CAT
                   READ CATALOGO-BACKUPS
                       AT END
                           MOVE "S" TO WS-FIM-CAT-SW
                       NOT AT END
                           IF WS-QTD-CATALOGO < 500
                               ADD 1 TO WS-QTD-CATALOGO
                               PERFORM 1210-GUARDA-ENTRADA
                           ELSE
                               ADD 1 TO WS-QTD-EXCEDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-BACKUPS
           END-IF.
           IF WS-QTD-EXCEDENTES > ZERO
               DISPLAY "Catalogo BACKUPS.CAT alem de 500 copias; "
                   WS-QTD-EXCEDENTES " entrada(s) mantida(s) fora "
                   "da retencao desta noite."
           END-IF.

       1210-GUARDA-ENTRADA.
           MOVE BKC-DATA      TO BKT-DATA (WS-QTD-CATALOGO).
           MOVE BKC-DATA-HORA TO BKT-DATA-HORA (WS-QTD-CATALOGO).
           MOVE BKC-ARQUIVO   TO BKT-ARQUIVO (WS-QTD-CATALOGO).
           MOVE BKC-NOME      TO BKT-NOME (WS-QTD-CATALOGO).
           MOVE BKC-QTD       TO BKT-QTD (WS-QTD-CATALOGO).
           MOVE "S"           TO BKT-MANTER-SW (WS-QTD-CATALOGO).

       2000-COPIA-OPERADORES.
           MOVE "OPERADORES"     TO WS-PREFIXO-BACKUP.
           MOVE "OPERADORES.DAT" TO WS-ARQUIVO-COPIADO.
           OPEN INPUT OPERADORES-MESTRE.
           IF NOT OPM-MST-ABERTO
               DISPLAY "Erro ao abrir OPERADORES.DAT, status "
                   WS-STATUS-OPM "; sem copia."
               ADD 1 TO WS-QTD-ERROS
               GO TO 2000-COPIA-FIM
           END-IF.
           PERFORM 2900-ABRE-BACKUP.
           IF NOT BKP-OK
               CLOSE OPERADORES-MESTRE
               GO TO 2000-COPIA-FIM
           END-IF.

           MOVE "N" TO WS-FIM-MESTRE-SW.
           MOVE LOW-VALUES TO OPM-ID.
           START OPERADORES-MESTRE KEY NOT < OPM-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE-SW
           END-START.
           PERFORM UNTIL FIM-MESTRE
               READ OPERADORES-MESTRE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE-SW
                   NOT AT END
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-OPERADOR-MESTRE TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WS-QTD-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE OPERADORES-MESTRE.
           PERFORM 2950-FECHA-BACKUP.
       2000-COPIA-FIM.
           EXIT.

       2100-COPIA-MENSAGENS.
           MOVE "MENSAGENS"      TO WS-PREFIXO-BACKUP.
           MOVE "MENSAGENS.IDX"  TO WS-ARQUIVO-COPIADO.
           OPEN INPUT MENSAGENS-IDX.
           IF NOT MSG-IDX-ABERTO
               DISPLAY "Erro ao abrir MENSAGENS.IDX, status "
                   WS-STATUS-MSG "; sem copia."
               ADD 1 TO WS-QTD-ERROS
               GO TO 2100-COPIA-FIM
           END-IF.
           PERFORM 2900-ABRE-BACKUP.
           IF NOT BKP-OK
               CLOSE MENSAGENS-IDX
               GO TO 2100-COPIA-FIM
           END-IF.

           MOVE "N" TO WS-FIM-MESTRE-SW.
           MOVE LOW-VALUES TO MSG-CODIGO.
           START MENSAGENS-IDX KEY NOT < MSG-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE-SW
           END-START.
           PERFORM UNTIL FIM-MESTRE
               READ MENSAGENS-IDX NEXT
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE-SW
                   NOT AT END
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-MENSAGEM TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WS-QTD-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE MENSAGENS-IDX.
           PERFORM 2950-FECHA-BACKUP.
       2100-COPIA-FIM.
           EXIT.

       2200-COPIA-TAXAS.
           MOVE "TAXAS"          TO WS-PREFIXO-BACKUP.
           MOVE "TAXAS.DAT"      TO WS-ARQUIVO-COPIADO.
           OPEN INPUT TAXAS-CAMBIO.
           IF NOT TAXA-IDX-ABERTO
               DISPLAY "Erro ao abrir TAXAS.DAT, status "
                   WS-STATUS-TAXA "; sem copia."
               ADD 1 TO WS-QTD-ERROS
               GO TO 2200-COPIA-FIM
           END-IF.
           PERFORM 2900-ABRE-BACKUP.
           IF NOT BKP-OK
               CLOSE TAXAS-CAMBIO
               GO TO 2200-COPIA-FIM
           END-IF.

           MOVE "N" TO WS-FIM-MESTRE-SW.
           MOVE LOW-VALUES TO TAXA-CHAVE.
           START TAXAS-CAMBIO KEY NOT < TAXA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE-SW
           END-START.
           PERFORM UNTIL FIM-MESTRE
               READ TAXAS-CAMBIO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE-SW
                   NOT AT END
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-TAXA TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WS-QTD-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE TAXAS-CAMBIO.
           PERFORM 2950-FECHA-BACKUP.
       2200-COPIA-FIM.
           EXIT.

       2300-COPIA-FERIADOS.
           MOVE "FERIADOS"       TO WS-PREFIXO-BACKUP.
           MOVE "FERIADOS.DAT"   TO WS-ARQUIVO-COPIADO.
           OPEN INPUT FERIADOS-CAL.
           IF NOT FER-IDX-ABERTO
               DISPLAY "Erro ao abrir FERIADOS.DAT, status "
                   WS-STATUS-FER "; sem copia."
               ADD 1 TO WS-QTD-ERROS
               GO TO 2300-COPIA-FIM
           END-IF.
           PERFORM 2900-ABRE-BACKUP.
           IF NOT BKP-OK
               CLOSE FERIADOS-CAL
               GO TO 2300-COPIA-FIM
           END-IF.

           MOVE "N" TO WS-FIM-MESTRE-SW.
           MOVE ZERO TO FER-DATA.
           START FERIADOS-CAL KEY NOT < FER-DATA
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE-SW
           END-START.
           PERFORM UNTIL FIM-MESTRE
               READ FERIADOS-CAL NEXT
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE-SW
                   NOT AT END
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-FERIADO TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WS-QTD-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE FERIADOS-CAL.
           PERFORM 2950-FECHA-BACKUP.
       2300-COPIA-FIM.
           EXIT.

       2900-ABRE-BACKUP.
      *a hora anotada no catalogo e a de antes da leitura: uma
      *mudanca gravada no jornal durante a copia e reaplicada na
      *volta, e reaplicar o que ja esta na copia nao muda nada
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE ZERO TO WS-QTD-COPIADOS.
           MOVE SPACES TO WS-NOME-BACKUP.
           STRING WS-PREFIXO-BACKUP DELIMITED BY SPACE
               "-" WS-DATA-HOJE ".BKP" DELIMITED BY SIZE
               INTO WS-NOME-BACKUP.
           OPEN OUTPUT ARQUIVO-BACKUP.
           IF NOT BKP-OK
               DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-BACKUP)
                   ", status " WS-STATUS-BKP "; sem copia."
               ADD 1 TO WS-QTD-ERROS
           END-IF.

       2950-FECHA-BACKUP.
           CLOSE ARQUIVO-BACKUP.
           PERFORM 2960-CATALOGA-BACKUP.
           DISPLAY FUNCTION TRIM(WS-ARQUIVO-COPIADO) ": "
               WS-QTD-COPIADOS " registro(s) copiados em "
               FUNCTION TRIM(WS-NOME-BACKUP).

       2960-CATALOGA-BACKUP.
      *a copia refeita na mesma data toma o lugar da entrada que
      *ja existia, com a hora e a contagem novas
           MOVE "N" TO WS-JA-CATALOGADO-SW.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO
               IF BKT-NOME (WS-IND-CAT) = WS-NOME-BACKUP
                   MOVE "S" TO WS-JA-CATALOGADO-SW
                   PERFORM 2970-PREENCHE-ENTRADA
               END-IF
           END-PERFORM.
           IF NOT JA-CATALOGADO
               IF WS-QTD-CATALOGO < 500
                   ADD 1 TO WS-QTD-CATALOGO
                   MOVE WS-QTD-CATALOGO TO WS-IND-CAT
                   PERFORM 2970-PREENCHE-ENTRADA
               ELSE
                   DISPLAY "Catalogo BACKUPS.CAT cheio; "
                       FUNCTION TRIM(WS-NOME-BACKUP)
                       " ficou fora do catalogo."
               END-IF
           END-IF.

       2970-PREENCHE-ENTRADA.
           MOVE WS-DATA-HOJE       TO BKT-DATA (WS-IND-CAT).
           MOVE WS-DATA-HORA-LOG   TO BKT-DATA-HORA (WS-IND-CAT).
           MOVE WS-ARQUIVO-COPIADO TO BKT-ARQUIVO (WS-IND-CAT).
           MOVE WS-NOME-BACKUP     TO BKT-NOME (WS-IND-CAT).
           MOVE WS-QTD-COPIADOS    TO BKT-QTD (WS-IND-CAT).
           MOVE "S"                TO BKT-MANTER-SW (WS-IND-CAT).

       3000-EXPURGA-ANTIGAS.
      *apaga as copias de datas ate o corte da retencao e marca a
      *saida delas do catalogo
           PERFORM 3100-EXPURGA-UMA
               VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO.

       3100-EXPURGA-UMA.
           IF BKT-DATA (WS-IND-CAT) <= WS-DATA-CORTE
               MOVE BKT-NOME (WS-IND-CAT) TO WS-NOME-BACKUP
               CALL "CBL_DELETE_FILE" USING WS-NOME-BACKUP
               MOVE "N" TO BKT-MANTER-SW (WS-IND-CAT)
               ADD 1 TO WS-QTD-EXPURGADAS
               DISPLAY "Expurgada "
                   FUNCTION TRIM(WS-NOME-BACKUP)
           END-IF.

       4000-REGRAVA-CATALOGO.
      *com entradas alem da tabela, elas vao antes pro BACKUPS.NOV
      *e voltam depois das da tabela, na mesma ordem; sem o arquivo
      *de trabalho o catalogo fica como estava
           IF WS-QTD-EXCEDENTES > ZERO
               PERFORM 4200-GUARDA-EXCEDENTES
                   THRU 4200-GUARDA-FIM
               IF NOT NOV-OK
                   GO TO 4000-REGRAVA-FIM
               END-IF
           END-IF.
           OPEN OUTPUT CATALOGO-BACKUPS.
           PERFORM 4100-GRAVA-ENTRADA
               VARYING WS-IND-CAT FROM 1 BY 1
               UNTIL WS-IND-CAT > WS-QTD-CATALOGO.
           IF WS-QTD-EXCEDENTES > ZERO
               OPEN INPUT CATALOGO-BKP-NOVO
               MOVE "N" TO WS-FIM-CAT-SW
               PERFORM UNTIL FIM-CAT
                   READ CATALOGO-BKP-NOVO
                       AT END
                           MOVE "S" TO WS-FIM-CAT-SW
                       NOT AT END
                           WRITE REG-BACKUP-CAT FROM REG-BACKUP-NOVO
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-BKP-NOVO
               CALL "CBL_DELETE_FILE" USING WS-NOME-BKP-NOVO
           END-IF.
           CLOSE CATALOGO-BACKUPS.
       4000-REGRAVA-FIM.
           EXIT.

       4100-GRAVA-ENTRADA.
           IF BKT-MANTER (WS-IND-CAT)
               MOVE SPACES TO REG-BACKUP-CAT
               MOVE BKT-DATA (WS-IND-CAT)      TO BKC-DATA
               MOVE BKT-DATA-HORA (WS-IND-CAT) TO BKC-DATA-HORA
               MOVE BKT-ARQUIVO (WS-IND-CAT)   TO BKC-ARQUIVO
               MOVE BKT-NOME (WS-IND-CAT)      TO BKC-NOME
               MOVE BKT-QTD (WS-IND-CAT)       TO BKC-QTD
               WRITE REG-BACKUP-CAT
           END-IF.

       4200-GUARDA-EXCEDENTES.
      *as primeiras 500 entradas estao na tabela; o resto do
      *catalogo vai como esta pro arquivo de trabalho
           OPEN OUTPUT CATALOGO-BKP-NOVO.
           IF NOT NOV-OK
               DISPLAY "Erro ao abrir BACKUPS.NOV, status "
                   WS-STATUS-NOV "; catalogo nao regravado."
               ADD 1 TO WS-QTD-ERROS
               GO TO 4200-GUARDA-FIM
           END-IF.
           MOVE ZERO TO WS-QTD-LIDAS-CAT.
           MOVE "N" TO WS-FIM-CAT-SW.
           OPEN INPUT CATALOGO-BACKUPS.
           PERFORM UNTIL FIM-CAT
               READ CATALOGO-BACKUPS
                   AT END
                       MOVE "S" TO WS-FIM-CAT-SW
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS-CAT
                       IF WS-QTD-LIDAS-CAT > 500
                           WRITE REG-BACKUP-NOVO FROM REG-BACKUP-CAT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOGO-BACKUPS.
           CLOSE CATALOGO-BKP-NOVO.
       4200-GUARDA-FIM.
           EXIT.

       PROGRAM-DONE.
           GOBACK.
