       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG38.
      * volta de copia de seguranca de um cadastro indexado, so pro
      * supervisor: escolhe o cadastro (OPERADORES.DAT,
      * MENSAGENS.IDX, TAXAS.DAT ou FERIADOS.DAT), uma das copias
      * noturnas do PROG37 anotadas no BACKUPS.CAT e a data/hora ate
      * onde quer o cadastro reconstituido. Guarda o arquivo de hoje
      * em <cadastro>-ANTERIOR.BKP, recarrega a copia e reaplica, em
      * ordem, as linhas do jornal MANUT.LOG daquele cadastro
      * posteriores a hora da copia e ate a hora escolhida, usando a
      * imagem de depois (JRN-DEPOIS) de cada uma. O RESTAURA.RPT
      * concilia registros carregados, linhas reaplicadas e a
      * contagem final, e aponta o que o jornal nao guarda (o PIN
      * do operador, as ultimas posicoes do nome e do texto da
      * mensagem, a carga do MENSAGENS.DAT antigo). A propria volta
      * fica no jornal, com a acao RESTAURA.
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

           SELECT ARQUIVO-ANTERIOR ASSIGN USING WS-NOME-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT OPTIONAL CATALOGO-BACKUPS ASSIGN TO "BACKUPS.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAT.

           SELECT OPTIONAL JORNAL-MANUTENCAO ASSIGN TO "MANUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT RELATORIO-RESTAURA ASSIGN TO "RESTAURA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.

           SELECT OPTIONAL LOG-SIGNON ASSIGN TO "PROG4.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOGS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MESTRE.
      *cadastro que pode ser reposto e, ao mesmo tempo, o consultado
      *pelo sign-on de protecao deste programa fora do menu do PROG1
       COPY "OPERMST.CPY".

       FD  MENSAGENS-IDX.
       COPY "MENSAGEM.CPY".

       FD  TAXAS-CAMBIO.
       COPY "TAXA.CPY".

       FD  FERIADOS-CAL.
       COPY "FERIADO.CPY".

       FD  ARQUIVO-BACKUP.
      *copia sequencial gravada pelo PROG37, um registro por linha
       01  REG-BACKUP             PIC X(100).

       FD  ARQUIVO-ANTERIOR.
      *o cadastro como estava antes da volta, no mesmo formato da
      *copia noturna, pra desfazer uma volta errada
       01  REG-ANTERIOR           PIC X(100).

       FD  CATALOGO-BACKUPS.
       COPY "BACKUP.CPY".

       FD  JORNAL-MANUTENCAO.
      *jornal compartilhado de manutencao de cadastros: as linhas
      *do cadastro escolhido sao reaplicadas, e a volta e anotada
       COPY "JORNAL.CPY".

       FD  RELATORIO-RESTAURA.
       01  REG-RELATORIO            PIC X(132).

       FD  LOG-SIGNON.
      *mesmo log de sign-on do PROG4: as recusas de acesso deste
      *programa ficam junto das do menu do PROG1, pro supervisor
      *enxergar tudo num lugar so
       01  REG-LOG-SIGNON         PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "RELPED.CPY".
      *pedido de guarda da geracao do relatorio pro PROG39

       COPY "OPERADOR.CPY".
      *identidade do supervisor que pede a volta, pro jornal

       01  WS-STATUS-OPM        PIC X(02).
           88  OPM-MST-ABERTO       VALUE "00" "05".
       01  WS-STATUS-MSG        PIC X(02).
           88  MSG-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-TAXA       PIC X(02).
           88  TAXA-IDX-ABERTO      VALUE "00" "05".
       01  WS-STATUS-FER        PIC X(02).
           88  FER-IDX-ABERTO       VALUE "00" "05".
       01  WS-STATUS-ALVO       PIC X(02).
      *status do OPEN do cadastro alvo, pra mensagem de erro
       01  WS-STATUS-BKP        PIC X(02).
           88  BKP-OK               VALUE "00".
       01  WS-STATUS-ANT        PIC X(02).
           88  ANT-OK               VALUE "00".
       01  WS-STATUS-CAT        PIC X(02).
           88  CAT-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-JRN        PIC X(02).
           88  JRN-NAO-ENCONTRADO   VALUE "35".
           88  JRN-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-STATUS-RPT        PIC X(02).
           88  RPT-OK               VALUE "00".

       01  WS-OPCAO-CADASTRO    PIC 9(01).
           88  OPCAO-OPERADORES     VALUE 1.
           88  OPCAO-MENSAGENS      VALUE 2.
           88  OPCAO-TAXAS          VALUE 3.
           88  OPCAO-FERIADOS       VALUE 4.
           88  OPCAO-SAIR           VALUE 5.
       01  WS-CADASTRO-ALVO     PIC X(14).
       01  WS-PREFIXO-BACKUP    PIC X(10).
       01  WS-NOME-BACKUP       PIC X(30).
       01  WS-NOME-ANTERIOR     PIC X(30).
       01  WS-SEGUE-SW          PIC X(01) VALUE "N".
           88  SEGUE-VOLTA          VALUE "S".
       01  WS-RESPOSTA          PIC X(10).

       01  WS-FIM-CAT-SW        PIC X(01) VALUE "N".
           88  FIM-CAT              VALUE "S".
       01  WS-QTD-COPIAS        PIC 9(03) VALUE ZERO COMP.
       01  WS-IND-COPIA         PIC 9(03) VALUE ZERO COMP.
       01  WS-ESCOLHA-INF       PIC X(03).
       01  WS-ESCOLHA           PIC 9(03) VALUE ZERO.
       01  TABELA-COPIAS.
      *copias do cadastro escolhido que ainda estao no catalogo
           05  WS-COPIA OCCURS 200 TIMES.
               10  CPT-DATA-HORA    PIC X(19).
               10  CPT-NOME         PIC X(30).
               10  CPT-QTD          PIC 9(06).
       01  WS-COPIA-DATA-HORA   PIC X(19).
       01  WS-COPIA-QTD         PIC 9(06) VALUE ZERO.

       01  WS-DATA-LIMITE-INF   PIC X(08).
       01  WS-DATA-LIMITE       PIC 9(08).
       01  WS-HORA-LIMITE-INF   PIC X(06).
       01  WS-HORA-LIMITE       PIC 9(06).
       01  WS-LIMITE-VALIDO-SW  PIC X(01) VALUE "N".
           88  LIMITE-VALIDO        VALUE "S".
       01  WS-SEM-LIMITE-SW     PIC X(01) VALUE "N".
           88  SEM-LIMITE           VALUE "S".
       01  WS-LIMITE-DATA-HORA.
           05  WS-LIM-ANO       PIC 9(4).
           05  FILLER           PIC X(01) VALUE "-".
           05  WS-LIM-MES       PIC 9(2).
           05  FILLER           PIC X(01) VALUE "-".
           05  WS-LIM-DIA       PIC 9(2).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  WS-LIM-HH        PIC 9(2).
           05  FILLER           PIC X(01) VALUE ":".
           05  WS-LIM-MM        PIC 9(2).
           05  FILLER           PIC X(01) VALUE ":".
           05  WS-LIM-SS        PIC 9(2).

       01  WS-FIM-ARQ-SW        PIC X(01) VALUE "N".
           88  FIM-ARQUIVO          VALUE "S".
       01  WS-QTD-LIDOS-COPIA   PIC 9(06) VALUE ZERO.
       01  WS-QTD-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-QTD-CARREGADOS    PIC 9(06) VALUE ZERO.
       01  WS-QTD-RECUSADOS     PIC 9(06) VALUE ZERO.
       01  WS-QTD-JRN-CADASTRO  PIC 9(06) VALUE ZERO.
       01  WS-QTD-JRN-ANTES     PIC 9(06) VALUE ZERO.
       01  WS-QTD-JRN-DEPOIS    PIC 9(06) VALUE ZERO.
       01  WS-QTD-INCLUIDOS     PIC 9(06) VALUE ZERO.
       01  WS-QTD-REGRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-QTD-EXCLUIDOS     PIC 9(06) VALUE ZERO.
       01  WS-QTD-NAO-APLICADAS PIC 9(06) VALUE ZERO.
       01  WS-QTD-RESSALVAS     PIC 9(06) VALUE ZERO.
       01  WS-QTD-FINAL         PIC 9(06) VALUE ZERO.
       01  WS-QTD-ESPERADA      PIC S9(07) VALUE ZERO.
       01  WS-QTD-APLICADAS     PIC 9(06) VALUE ZERO.
       01  WS-QTD-ED            PIC ZZZZZ9.
       01  WS-ROTULO            PIC X(32).

       01  WS-EXISTE-SW         PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE      VALUE "S".
       01  WS-RESULTADO         PIC X(50).
       01  WS-RESSALVA-SW       PIC X(01) VALUE "N".
           88  COM-RESSALVA         VALUE "S".
       01  WS-VOLTA-NO-MEIO-SW  PIC X(01) VALUE "N".
           88  VOLTA-NO-MEIO        VALUE "S".

       01  WS-IMG-OPERADOR.
      *imagem do 9400 do PROG7: nome (1:40), T=, N=, A=, B=, L=
           05  IMO-NOME         PIC X(40).
           05  FILLER           PIC X(03).
           05  IMO-TURNO        PIC X(01).
           05  FILLER           PIC X(03).
           05  IMO-NIVEL        PIC X(01).
           05  FILLER           PIC X(03).
           05  IMO-ATIVO        PIC X(01).
           05  FILLER           PIC X(03).
           05  IMO-BLOQUEADO    PIC X(01).
           05  FILLER           PIC X(03).
           05  IMO-LIMITE       PIC X(10).
           05  IMO-LIMITE-NUM REDEFINES IMO-LIMITE PIC 9(10).
           05  FILLER           PIC X(01).

       01  WS-IMG-MENSAGEM.
      *imagem do 9400 do PROG10: texto (1:46), tipo, vigencia de e
      *ate, marca de importante
           05  IMM-TEXTO        PIC X(46).
           05  FILLER           PIC X(01).
           05  IMM-TIPO         PIC X(01).
           05  FILLER           PIC X(01).
           05  IMM-VIG-DE       PIC X(08).
           05  IMM-VIG-DE-NUM REDEFINES IMM-VIG-DE PIC 9(08).
           05  FILLER           PIC X(01).
           05  IMM-VIG-ATE      PIC X(08).
           05  IMM-VIG-ATE-NUM REDEFINES IMM-VIG-ATE PIC 9(08).
           05  FILLER           PIC X(03).
           05  IMM-IMPORTANTE   PIC X(01).

       01  WS-IMG-TAXA.
      *imagem do 9400 do PROG14 e do PROG28: "taxa ", valor
      *9999.999999, " vigente desde ", vigencia e, na pendente,
      *" PENDENTE por " e o cracha de quem propos
           05  IMT-PREFIXO      PIC X(05).
           05  IMT-VALOR-INT    PIC X(04).
           05  IMT-VALOR-INT-NUM REDEFINES IMT-VALOR-INT PIC 9(04).
           05  FILLER           PIC X(01).
           05  IMT-VALOR-DEC    PIC X(06).
           05  IMT-VALOR-DEC-NUM REDEFINES IMT-VALOR-DEC PIC 9(06).
           05  FILLER           PIC X(15).
           05  IMT-VIGENCIA     PIC X(08).
           05  IMT-MARCA        PIC X(14).
               88  IMT-PENDENTE     VALUE " PENDENTE por ".
           05  IMT-PROPONENTE   PIC X(10).
           05  FILLER           PIC X(07).
       01  WS-VALOR-IMAGEM      PIC 9(04)V9(06) VALUE ZERO.
       01  WS-VALOR-VALIDO-SW   PIC X(01) VALUE "N".
           88  VALOR-VALIDO         VALUE "S".

       01  WS-CHAVE-FERIADO     PIC X(08).
       01  WS-CHAVE-FERIADO-NUM REDEFINES WS-CHAVE-FERIADO PIC 9(08).
       01  WS-LINHA-SAIDA       PIC X(132).

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
           PERFORM 0800-EXIGE-SUPERVISOR
               THRU 0800-EXIGE-FIM.
           IF NOT ACESSO-LIBERADO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 1000-ESCOLHE-CADASTRO
               THRU 1000-ESCOLHE-FIM.
           IF NOT SEGUE-VOLTA
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1100-ESCOLHE-COPIA
               THRU 1100-ESCOLHE-FIM.
           IF NOT SEGUE-VOLTA
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1200-LE-LIMITE
               THRU 1200-LE-LIMITE-FIM.
           IF NOT SEGUE-VOLTA
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 1300-CONFERE-COPIA
               THRU 1300-CONFERE-FIM.
           IF NOT SEGUE-VOLTA
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RELATORIO-RESTAURA.
           IF NOT RPT-OK
               DISPLAY "Erro ao abrir RESTAURA.RPT, status "
                   WS-STATUS-RPT "; nada foi reposto."
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 2000-GUARDA-ANTERIOR
               THRU 2000-GUARDA-FIM.
           IF NOT SEGUE-VOLTA
               CLOSE RELATORIO-RESTAURA
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 3000-RECARREGA-COPIA
               THRU 3000-RECARREGA-FIM.
           IF NOT SEGUE-VOLTA
               CLOSE RELATORIO-RESTAURA
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM 4000-REAPLICA-JORNAL
               THRU 4000-REAPLICA-FIM.
           PERFORM 5000-CONTA-FINAL.
           PERFORM 6100-IMPRIME-CONCILIACAO.
           CLOSE RELATORIO-RESTAURA.
      *a rodada fica guardada como geracao datada no catalogo
      *de relatorios, pra reimpressao pelo PROG40
           MOVE "RESTAURA.RPT" TO RLP-NOME.
           MOVE "PROG38" TO RLP-PROGRAMA.
           MOVE ZERO TO RLP-DATA-REF.
           MOVE ZERO TO RLP-PAGINAS.
           CALL "PROG39".
           PERFORM 9500-GRAVA-JORNAL.

           DISPLAY FUNCTION TRIM(WS-CADASTRO-ALVO) " reposto: "
               WS-QTD-CARREGADOS " da copia, "
               WS-QTD-APLICADAS " linha(s) do jornal reaplicadas"
               ", " WS-QTD-FINAL " registro(s) no final.".
           DISPLAY "Conciliacao em RESTAURA.RPT; o cadastro anterior "
               "ficou em " FUNCTION TRIM(WS-NOME-ANTERIOR) ".".
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
           STRING WS-DATA-HORA-LOG " ACESSO-NEGADO PROG38 "
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

       1000-ESCOLHE-CADASTRO.
           MOVE "N" TO WS-SEGUE-SW.
           DISPLAY "Volta de copia de seguranca. Cadastro a repor:".
           DISPLAY "1 - Operadores (OPERADORES.DAT)".
           DISPLAY "2 - Mensagens (MENSAGENS.IDX)".
           DISPLAY "3 - Taxas de cambio (TAXAS.DAT)".
           DISPLAY "4 - Feriados (FERIADOS.DAT)".
           DISPLAY "5 - Sair".
           DISPLAY "Escolha uma opcao: ".
           ACCEPT WS-OPCAO-CADASTRO.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   MOVE "OPERADORES.DAT" TO WS-CADASTRO-ALVO
                   MOVE "OPERADORES"     TO WS-PREFIXO-BACKUP
               WHEN OPCAO-MENSAGENS
                   MOVE "MENSAGENS.IDX"  TO WS-CADASTRO-ALVO
                   MOVE "MENSAGENS"      TO WS-PREFIXO-BACKUP
               WHEN OPCAO-TAXAS
                   MOVE "TAXAS.DAT"      TO WS-CADASTRO-ALVO
                   MOVE "TAXAS"          TO WS-PREFIXO-BACKUP
               WHEN OPCAO-FERIADOS
                   MOVE "FERIADOS.DAT"   TO WS-CADASTRO-ALVO
                   MOVE "FERIADOS"       TO WS-PREFIXO-BACKUP
               WHEN OPCAO-SAIR
                   GO TO 1000-ESCOLHE-FIM
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   GO TO 1000-ESCOLHE-FIM
           END-EVALUATE.
           MOVE SPACES TO WS-NOME-ANTERIOR.
           STRING WS-PREFIXO-BACKUP DELIMITED BY SPACE
               "-ANTERIOR.BKP" DELIMITED BY SIZE
               INTO WS-NOME-ANTERIOR.
           MOVE "S" TO WS-SEGUE-SW.
       1000-ESCOLHE-FIM.
           EXIT.

       1100-ESCOLHE-COPIA.
      *so as copias do cadastro escolhido, na ordem do catalogo
      *(da mais antiga pra mais nova)
           MOVE "N" TO WS-SEGUE-SW.
           MOVE ZERO TO WS-QTD-COPIAS.
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
                           IF BKC-ARQUIVO = WS-CADASTRO-ALVO
                               AND WS-QTD-COPIAS < 200
                               ADD 1 TO WS-QTD-COPIAS
                               MOVE BKC-DATA-HORA
                                   TO CPT-DATA-HORA (WS-QTD-COPIAS)
                               MOVE BKC-NOME
                                   TO CPT-NOME (WS-QTD-COPIAS)
                               MOVE BKC-QTD
                                   TO CPT-QTD (WS-QTD-COPIAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-BACKUPS
           END-IF.
           IF WS-QTD-COPIAS = ZERO
               DISPLAY "Nenhuma copia de "
                   FUNCTION TRIM(WS-CADASTRO-ALVO)
                   " anotada no BACKUPS.CAT."
               GO TO 1100-ESCOLHE-FIM
           END-IF.

           PERFORM 1110-MOSTRA-COPIA
               VARYING WS-IND-COPIA FROM 1 BY 1
               UNTIL WS-IND-COPIA > WS-QTD-COPIAS.
           DISPLAY "Numero da copia a repor (vazio cancela): ".
           MOVE SPACES TO WS-ESCOLHA-INF.
           ACCEPT WS-ESCOLHA-INF.
           IF WS-ESCOLHA-INF = SPACES
               DISPLAY "Volta cancelada."
               GO TO 1100-ESCOLHE-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-ESCOLHA-INF) NOT = ZERO
               DISPLAY "Numero invalido."
               GO TO 1100-ESCOLHE-FIM
           END-IF.
           COMPUTE WS-ESCOLHA = FUNCTION NUMVAL(WS-ESCOLHA-INF).
           IF WS-ESCOLHA < 1 OR WS-ESCOLHA > WS-QTD-COPIAS
               DISPLAY "Numero fora da lista."
               GO TO 1100-ESCOLHE-FIM
           END-IF.
           MOVE CPT-NOME (WS-ESCOLHA)      TO WS-NOME-BACKUP.
           MOVE CPT-DATA-HORA (WS-ESCOLHA) TO WS-COPIA-DATA-HORA.
           MOVE CPT-QTD (WS-ESCOLHA)       TO WS-COPIA-QTD.
           MOVE "S" TO WS-SEGUE-SW.
       1100-ESCOLHE-FIM.
           EXIT.

       1110-MOSTRA-COPIA.
           DISPLAY WS-IND-COPIA " - " CPT-DATA-HORA (WS-IND-COPIA)
               "  " CPT-NOME (WS-IND-COPIA)
               " " CPT-QTD (WS-IND-COPIA) " registro(s)".

       1200-LE-LIMITE.
      *data e hora ate onde o jornal e reaplicado; sem data, vai
      *ate a ultima linha do jornal (o cadastro como estava agora
      *ha pouco, sem o estrago que nao passou pelo jornal)
           MOVE "N" TO WS-SEGUE-SW.
           MOVE "N" TO WS-SEM-LIMITE-SW.
           DISPLAY "Reconstituir ate a data AAAAMMDD "
               "(vazio = todo o jornal): ".
           MOVE SPACES TO WS-DATA-LIMITE-INF.
           ACCEPT WS-DATA-LIMITE-INF.
           IF WS-DATA-LIMITE-INF = SPACES
               MOVE "S" TO WS-SEM-LIMITE-SW
               MOVE "S" TO WS-SEGUE-SW
               GO TO 1200-LE-LIMITE-FIM
           END-IF.
           IF WS-DATA-LIMITE-INF IS NOT NUMERIC
               DISPLAY "Data invalida."
               GO TO 1200-LE-LIMITE-FIM
           END-IF.
           MOVE WS-DATA-LIMITE-INF TO WS-DATA-LIMITE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LIMITE) NOT = ZERO
               DISPLAY "Data invalida."
               GO TO 1200-LE-LIMITE-FIM
           END-IF.

           DISPLAY "Ate a hora HHMMSS (vazio = 235959): ".
           MOVE SPACES TO WS-HORA-LIMITE-INF.
           ACCEPT WS-HORA-LIMITE-INF.
           IF WS-HORA-LIMITE-INF = SPACES
               MOVE "235959" TO WS-HORA-LIMITE-INF
           END-IF.
           MOVE "N" TO WS-LIMITE-VALIDO-SW.
           IF WS-HORA-LIMITE-INF IS NUMERIC
               MOVE WS-HORA-LIMITE-INF TO WS-HORA-LIMITE
               IF WS-HORA-LIMITE (1:2) <= "23"
                   AND WS-HORA-LIMITE (3:2) <= "59"
                   AND WS-HORA-LIMITE (5:2) <= "59"
                   MOVE "S" TO WS-LIMITE-VALIDO-SW
               END-IF
           END-IF.
           IF NOT LIMITE-VALIDO
               DISPLAY "Hora invalida."
               GO TO 1200-LE-LIMITE-FIM
           END-IF.

           MOVE WS-DATA-LIMITE (1:4) TO WS-LIM-ANO.
           MOVE WS-DATA-LIMITE (5:2) TO WS-LIM-MES.
           MOVE WS-DATA-LIMITE (7:2) TO WS-LIM-DIA.
           MOVE WS-HORA-LIMITE (1:2) TO WS-LIM-HH.
           MOVE WS-HORA-LIMITE (3:2) TO WS-LIM-MM.
           MOVE WS-HORA-LIMITE (5:2) TO WS-LIM-SS.
           IF WS-LIMITE-DATA-HORA < WS-COPIA-DATA-HORA
               DISPLAY "Essa hora e anterior a copia escolhida; "
                   "escolha uma copia mais antiga."
               GO TO 1200-LE-LIMITE-FIM
           END-IF.
           MOVE "S" TO WS-SEGUE-SW.
       1200-LE-LIMITE-FIM.
           EXIT.

       1300-CONFERE-COPIA.
      *le a copia inteira antes de mexer em qualquer coisa: copia
      *sumida para aqui, e contagem diferente do catalogo e
      *mostrada pro supervisor decidir
           MOVE "N" TO WS-SEGUE-SW.
           MOVE ZERO TO WS-QTD-LIDOS-COPIA.
           OPEN INPUT ARQUIVO-BACKUP.
           IF NOT BKP-OK
               DISPLAY "Copia " FUNCTION TRIM(WS-NOME-BACKUP)
                   " nao pode ser aberta, status " WS-STATUS-BKP
                   "; nada foi reposto."
               GO TO 1300-CONFERE-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQUIVO-BACKUP
                   AT END
                       MOVE "S" TO WS-FIM-ARQ-SW
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS-COPIA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-BACKUP.

           IF WS-QTD-LIDOS-COPIA NOT = WS-COPIA-QTD
               DISPLAY "ATENCAO: a copia tem " WS-QTD-LIDOS-COPIA
                   " registro(s); o catalogo anotou " WS-COPIA-QTD
                   "."
           END-IF.
           DISPLAY "Repor " FUNCTION TRIM(WS-CADASTRO-ALVO)
               " com a copia de " WS-COPIA-DATA-HORA " ("
               WS-QTD-LIDOS-COPIA " registro(s))".
           IF SEM-LIMITE
               DISPLAY "e reaplicar o jornal ate a ultima linha."
           ELSE
               DISPLAY "e reaplicar o jornal ate "
                   WS-LIMITE-DATA-HORA "."
           END-IF.
           DISPLAY "O cadastro atual fica guardado em "
               FUNCTION TRIM(WS-NOME-ANTERIOR) ".".
           DISPLAY "Digite RESTAURAR para confirmar (qualquer outra "
               "resposta cancela): ".
           MOVE SPACES TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "RESTAURAR"
               MOVE "S" TO WS-SEGUE-SW
           ELSE
               DISPLAY "Volta cancelada."
           END-IF.
       1300-CONFERE-FIM.
           EXIT.

       2000-GUARDA-ANTERIOR.
      *o cadastro de agora vai pro <cadastro>-ANTERIOR.BKP antes de
      *ser recarregado; ilegivel, segue sem guardar -- e justamente
      *o caso do indice estragado. legivel mas sem onde guardar,
      *a volta para antes de tocar no cadastro
           MOVE "S" TO WS-SEGUE-SW.
           PERFORM 6000-IMPRIME-CABECALHO.
           MOVE ZERO TO WS-QTD-ANTERIOR.
           MOVE "N" TO WS-FIM-ARQ-SW.
           PERFORM 7020-ABRE-ALVO-ENTRADA.
           IF NOT REGISTRO-EXISTE
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "CADASTRO ATUAL ILEGIVEL; NADA GUARDADO EM "
                   WS-NOME-ANTERIOR
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
               DISPLAY "Cadastro atual ilegivel; segue sem guardar."
               GO TO 2000-GUARDA-FIM
           END-IF.

           OPEN OUTPUT ARQUIVO-ANTERIOR.
           IF NOT ANT-OK
               PERFORM 7090-FECHA-ALVO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ERRO AO CRIAR " WS-NOME-ANTERIOR
                   " STATUS " WS-STATUS-ANT "; VOLTA CANCELADA"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
               DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-ANTERIOR)
                   ", status " WS-STATUS-ANT "; nada foi reposto."
               MOVE "N" TO WS-SEGUE-SW
               GO TO 2000-GUARDA-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 7100-LE-PROXIMO-ALVO
               IF NOT FIM-ARQUIVO
                   WRITE REG-ANTERIOR
                   ADD 1 TO WS-QTD-ANTERIOR
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-ANTERIOR.
           PERFORM 7090-FECHA-ALVO.
       2000-GUARDA-FIM.
           EXIT.

       3000-RECARREGA-COPIA.
      *o OPEN OUTPUT zera o indexado; a copia entra registro a
      *registro, e chave repetida (copia editada a mao) e contada
      *como recusada
           MOVE ZERO TO WS-QTD-CARREGADOS.
           MOVE ZERO TO WS-QTD-RECUSADOS.
           PERFORM 7000-ABRE-ALVO-SAIDA.
           IF NOT REGISTRO-EXISTE
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ERRO AO ABRIR " WS-CADASTRO-ALVO
                   " PARA RECARGA, STATUS " WS-STATUS-ALVO
                   "; ANTERIOR EM " WS-NOME-ANTERIOR
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
               DISPLAY "Erro ao abrir " FUNCTION TRIM(WS-CADASTRO-ALVO)
                   " para recarga, status " WS-STATUS-ALVO
                   "; jornal nao reaplicado."
               MOVE "N" TO WS-SEGUE-SW
               GO TO 3000-RECARREGA-FIM
           END-IF.
           OPEN INPUT ARQUIVO-BACKUP.
           MOVE "N" TO WS-FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQUIVO-BACKUP
                   AT END
                       MOVE "S" TO WS-FIM-ARQ-SW
                   NOT AT END
                       PERFORM 3100-GRAVA-DA-COPIA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-BACKUP.
           PERFORM 7090-FECHA-ALVO.
       3000-RECARREGA-FIM.
           EXIT.

       3100-GRAVA-DA-COPIA.
           MOVE "S" TO WS-EXISTE-SW.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   MOVE REG-BACKUP TO REG-OPERADOR-MESTRE
                   WRITE REG-OPERADOR-MESTRE
                       INVALID KEY
                           MOVE "N" TO WS-EXISTE-SW
                   END-WRITE
               WHEN OPCAO-MENSAGENS
                   MOVE REG-BACKUP TO REG-MENSAGEM
                   WRITE REG-MENSAGEM
                       INVALID KEY
                           MOVE "N" TO WS-EXISTE-SW
                   END-WRITE
               WHEN OPCAO-TAXAS
                   MOVE REG-BACKUP TO REG-TAXA
                   WRITE REG-TAXA
                       INVALID KEY
                           MOVE "N" TO WS-EXISTE-SW
                   END-WRITE
               WHEN OPCAO-FERIADOS
                   MOVE REG-BACKUP TO REG-FERIADO
                   WRITE REG-FERIADO
                       INVALID KEY
                           MOVE "N" TO WS-EXISTE-SW
                   END-WRITE
           END-EVALUATE.
           IF REGISTRO-EXISTE
               ADD 1 TO WS-QTD-CARREGADOS
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
           END-IF.

       4000-REAPLICA-JORNAL.
      *so as linhas do cadastro escolhido, depois da hora da copia
      *e ate o limite, na ordem em que foram gravadas
           MOVE ZERO TO WS-QTD-JRN-CADASTRO.
           MOVE ZERO TO WS-QTD-JRN-ANTES.
           MOVE ZERO TO WS-QTD-JRN-DEPOIS.
           MOVE ZERO TO WS-QTD-INCLUIDOS.
           MOVE ZERO TO WS-QTD-REGRAVADOS.
           MOVE ZERO TO WS-QTD-EXCLUIDOS.
           MOVE ZERO TO WS-QTD-NAO-APLICADAS.
           MOVE ZERO TO WS-QTD-RESSALVAS.
           MOVE "N" TO WS-VOLTA-NO-MEIO-SW.

           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE "LINHAS DO JORNAL REAPLICADAS" TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "DATA/HORA           ACAO       CHAVE"
               "                RESULTADO"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

           OPEN INPUT JORNAL-MANUTENCAO.
           IF JRN-SEM-ARQUIVO
               CLOSE JORNAL-MANUTENCAO
               MOVE "  (MANUT.LOG nao encontrado)" TO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
               GO TO 4000-REAPLICA-FIM
           END-IF.
           PERFORM 7010-ABRE-ALVO-ES.

           MOVE "N" TO WS-FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQUIVO
               READ JORNAL-MANUTENCAO
                   AT END
                       MOVE "S" TO WS-FIM-ARQ-SW
                   NOT AT END
                       IF JRN-ARQUIVO = WS-CADASTRO-ALVO
                           PERFORM 4010-CONFERE-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JORNAL-MANUTENCAO.
           PERFORM 7090-FECHA-ALVO.

           COMPUTE WS-QTD-APLICADAS = WS-QTD-INCLUIDOS
               + WS-QTD-REGRAVADOS + WS-QTD-EXCLUIDOS.
           IF WS-QTD-APLICADAS + WS-QTD-NAO-APLICADAS = ZERO
               MOVE "  (nenhuma linha no intervalo)" TO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.
       4000-REAPLICA-FIM.
           EXIT.

       4010-CONFERE-LINHA.
           ADD 1 TO WS-QTD-JRN-CADASTRO.
           IF JRN-DATA-HORA <= WS-COPIA-DATA-HORA
               ADD 1 TO WS-QTD-JRN-ANTES
           ELSE
               IF NOT SEM-LIMITE
                   AND JRN-DATA-HORA > WS-LIMITE-DATA-HORA
                   ADD 1 TO WS-QTD-JRN-DEPOIS
               ELSE
                   PERFORM 4100-APLICA-LINHA
                       THRU 4100-APLICA-FIM
               END-IF
           END-IF.

       4100-APLICA-LINHA.
           MOVE SPACES TO WS-RESULTADO.
           MOVE "N" TO WS-RESSALVA-SW.
      *uma volta anterior deste mesmo cadastro no meio do intervalo
      *quebra a sequencia do jornal: nao ha imagem a aplicar, so o
      *alerta pro supervisor conferir o resultado
           IF JRN-ACAO = "RESTAURA"
               MOVE "volta anterior do cadastro: conferir"
                   TO WS-RESULTADO
               ADD 1 TO WS-QTD-NAO-APLICADAS
               MOVE "S" TO WS-VOLTA-NO-MEIO-SW
               GO TO 4190-IMPRIME-LINHA
           END-IF.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   PERFORM 4200-APLICA-OPERADOR
                       THRU 4200-APLICA-FIM
               WHEN OPCAO-MENSAGENS
                   PERFORM 4300-APLICA-MENSAGEM
                       THRU 4300-APLICA-FIM
               WHEN OPCAO-TAXAS
                   PERFORM 4400-APLICA-TAXA
                       THRU 4400-APLICA-FIM
               WHEN OPCAO-FERIADOS
                   PERFORM 4500-APLICA-FERIADO
                       THRU 4500-APLICA-FIM
           END-EVALUATE.
       4190-IMPRIME-LINHA.
           IF COM-RESSALVA
               ADD 1 TO WS-QTD-RESSALVAS
           END-IF.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING JRN-DATA-HORA " " JRN-ACAO " " JRN-CHAVE " "
               WS-RESULTADO
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
       4100-APLICA-FIM.
           EXIT.

       4200-APLICA-OPERADOR.
      *a imagem nao leva o PIN nem as falhas de PIN: no registro
      *que ja existe eles ficam como estao; no incluido pelo
      *jornal o PIN fica em branco ate o PROG7
           MOVE JRN-CHAVE (1:10) TO OPM-ID.
           MOVE "S" TO WS-EXISTE-SW.
           READ OPERADORES-MESTRE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-SW
           END-READ.
           IF JRN-DEPOIS (1:1) = "("
               IF REGISTRO-EXISTE
                   DELETE OPERADORES-MESTRE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-QTD-EXCLUIDOS
                   MOVE "excluido" TO WS-RESULTADO
               ELSE
                   ADD 1 TO WS-QTD-NAO-APLICADAS
                   MOVE "exclusao de registro ausente"
                       TO WS-RESULTADO
               END-IF
               GO TO 4200-APLICA-FIM
           END-IF.

           MOVE JRN-DEPOIS TO WS-IMG-OPERADOR.
           IF NOT REGISTRO-EXISTE
               MOVE SPACES TO REG-OPERADOR-MESTRE
               MOVE JRN-CHAVE (1:10) TO OPM-ID
               MOVE ZERO TO OPM-FALHAS-PIN
               MOVE ZERO TO OPM-LIMITE-VALOR
               MOVE IMO-NOME TO OPM-NOME
           ELSE
               IF OPM-NOME (1:40) NOT = IMO-NOME
                   MOVE IMO-NOME TO OPM-NOME
                   MOVE "S" TO WS-RESSALVA-SW
               END-IF
           END-IF.
           IF IMO-BLOQUEADO = "N" AND OPM-BLOQUEADO-SIM
               MOVE ZERO TO OPM-FALHAS-PIN
           END-IF.
           MOVE IMO-TURNO     TO OPM-TURNO.
           MOVE IMO-NIVEL     TO OPM-NIVEL.
           MOVE IMO-ATIVO     TO OPM-ATIVO.
           MOVE IMO-BLOQUEADO TO OPM-BLOQUEADO.
           IF IMO-LIMITE IS NUMERIC
               MOVE IMO-LIMITE-NUM TO OPM-LIMITE-VALOR
           END-IF.

           IF REGISTRO-EXISTE
               REWRITE REG-OPERADOR-MESTRE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-QTD-REGRAVADOS
               EVALUATE TRUE
                   WHEN JRN-ACAO = "PIN"
                       MOVE "S" TO WS-RESSALVA-SW
                       MOVE "regravado; PIN fora do jornal: PROG7"
                           TO WS-RESULTADO
                   WHEN COM-RESSALVA
                       MOVE "regravado; nome so com 40 posicoes"
                           TO WS-RESULTADO
                   WHEN OTHER
                       MOVE "regravado" TO WS-RESULTADO
               END-EVALUATE
           ELSE
               WRITE REG-OPERADOR-MESTRE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QTD-INCLUIDOS
               MOVE "S" TO WS-RESSALVA-SW
               MOVE "incluido sem PIN: cadastrar no PROG7"
                   TO WS-RESULTADO
           END-IF.
       4200-APLICA-FIM.
           EXIT.

       4300-APLICA-MENSAGEM.
      *a carga do MENSAGENS.DAT antigo no PROG10 so deixou um resumo
      *no jornal, sem as mensagens: fica apontada pra conferir
           IF JRN-ACAO = "CARGA"
               ADD 1 TO WS-QTD-NAO-APLICADAS
               MOVE "S" TO WS-RESSALVA-SW
               MOVE "carga do MENSAGENS.DAT sem imagem: conferir"
                   TO WS-RESULTADO
               GO TO 4300-APLICA-FIM
           END-IF.
           MOVE JRN-CHAVE (1:12) TO MSG-CODIGO.
           MOVE "S" TO WS-EXISTE-SW.
           READ MENSAGENS-IDX
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-SW
           END-READ.
           IF JRN-DEPOIS (1:1) = "("
               IF REGISTRO-EXISTE
                   DELETE MENSAGENS-IDX
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-QTD-EXCLUIDOS
                   MOVE "excluida" TO WS-RESULTADO
               ELSE
                   ADD 1 TO WS-QTD-NAO-APLICADAS
                   MOVE "exclusao de registro ausente"
                       TO WS-RESULTADO
               END-IF
               GO TO 4300-APLICA-FIM
           END-IF.

      *a imagem guarda 46 posicoes do texto: o texto que ja esta
      *no cadastro e mantido se comeca igual; senao entra o da
      *imagem, com ressalva se ele chegava ao corte
           MOVE JRN-DEPOIS TO WS-IMG-MENSAGEM.
           IF NOT REGISTRO-EXISTE
               MOVE SPACES TO REG-MENSAGEM
               MOVE JRN-CHAVE (1:12) TO MSG-CODIGO
               MOVE IMM-TEXTO TO MSG-TEXTO
               IF IMM-TEXTO (46:1) NOT = SPACE
                   MOVE "S" TO WS-RESSALVA-SW
               END-IF
           ELSE
               IF MSG-TEXTO (1:46) NOT = IMM-TEXTO
                   MOVE IMM-TEXTO TO MSG-TEXTO
                   IF IMM-TEXTO (46:1) NOT = SPACE
                       MOVE "S" TO WS-RESSALVA-SW
                   END-IF
               END-IF
           END-IF.
           MOVE IMM-TIPO TO MSG-TIPO.
           MOVE ZERO TO MSG-VIGENCIA-DE.
           MOVE ZERO TO MSG-VIGENCIA-ATE.
           IF IMM-VIG-DE IS NUMERIC
               MOVE IMM-VIG-DE-NUM TO MSG-VIGENCIA-DE
           END-IF.
           IF IMM-VIG-ATE IS NUMERIC
               MOVE IMM-VIG-ATE-NUM TO MSG-VIGENCIA-ATE
           END-IF.
           MOVE IMM-IMPORTANTE TO MSG-IMPORTANTE.

           IF REGISTRO-EXISTE
               REWRITE REG-MENSAGEM
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-QTD-REGRAVADOS
               MOVE "regravada" TO WS-RESULTADO
           ELSE
               WRITE REG-MENSAGEM
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QTD-INCLUIDOS
               MOVE "incluida" TO WS-RESULTADO
           END-IF.
           IF COM-RESSALVA
               MOVE SPACES TO WS-RESULTADO (10:)
               MOVE "; texto so com 46 posicoes"
                   TO WS-RESULTADO (10:)
           END-IF.
       4300-APLICA-FIM.
           EXIT.

       4400-APLICA-TAXA.
      *chave "PAR VIGENCIA" como montada no 9300 do PROG14; a
      *pendente leva o valor anterior da imagem de antes, que e o
      *que a rejeicao devolve
           IF JRN-CHAVE (8:8) IS NOT NUMERIC
               ADD 1 TO WS-QTD-NAO-APLICADAS
               MOVE "chave ilegivel" TO WS-RESULTADO
               GO TO 4400-APLICA-FIM
           END-IF.
           MOVE JRN-CHAVE (1:6) TO TAXA-PAR.
           MOVE JRN-CHAVE (8:8) TO TAXA-VIGENCIA.
           MOVE "S" TO WS-EXISTE-SW.
           READ TAXAS-CAMBIO
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-SW
           END-READ.
           IF JRN-DEPOIS (1:1) = "("
               IF REGISTRO-EXISTE
                   DELETE TAXAS-CAMBIO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-QTD-EXCLUIDOS
                   MOVE "excluida" TO WS-RESULTADO
               ELSE
                   ADD 1 TO WS-QTD-NAO-APLICADAS
                   MOVE "exclusao de registro ausente"
                       TO WS-RESULTADO
               END-IF
               GO TO 4400-APLICA-FIM
           END-IF.

           MOVE JRN-DEPOIS TO WS-IMG-TAXA.
           PERFORM 4410-VALOR-DA-IMAGEM.
           IF NOT VALOR-VALIDO
               ADD 1 TO WS-QTD-NAO-APLICADAS
               MOVE "S" TO WS-RESSALVA-SW
               MOVE "imagem ilegivel: conferir" TO WS-RESULTADO
               GO TO 4400-APLICA-FIM
           END-IF.
           IF NOT REGISTRO-EXISTE
               MOVE SPACES TO TAXA-SITUACAO
               MOVE SPACES TO TAXA-PROPONENTE
               MOVE ZERO TO TAXA-VALOR-ANTERIOR
           END-IF.
           MOVE WS-VALOR-IMAGEM TO TAXA-VALOR.
           IF IMT-PENDENTE
               MOVE "P" TO TAXA-SITUACAO
               MOVE IMT-PROPONENTE TO TAXA-PROPONENTE
               MOVE ZERO TO TAXA-VALOR-ANTERIOR
               MOVE JRN-ANTES TO WS-IMG-TAXA
               PERFORM 4410-VALOR-DA-IMAGEM
               IF VALOR-VALIDO
                   MOVE WS-VALOR-IMAGEM TO TAXA-VALOR-ANTERIOR
               END-IF
           ELSE
               MOVE "A" TO TAXA-SITUACAO
               MOVE ZERO TO TAXA-VALOR-ANTERIOR
               IF JRN-ACAO = "REJEICAO"
                   MOVE SPACES TO TAXA-PROPONENTE
               END-IF
           END-IF.

           IF REGISTRO-EXISTE
               REWRITE REG-TAXA
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-QTD-REGRAVADOS
               MOVE "regravada" TO WS-RESULTADO
           ELSE
               WRITE REG-TAXA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QTD-INCLUIDOS
               MOVE "incluida" TO WS-RESULTADO
           END-IF.
       4400-APLICA-FIM.
           EXIT.

       4410-VALOR-DA-IMAGEM.
           MOVE "N" TO WS-VALOR-VALIDO-SW.
           MOVE ZERO TO WS-VALOR-IMAGEM.
           IF IMT-PREFIXO = "taxa "
               AND IMT-VALOR-INT IS NUMERIC
               AND IMT-VALOR-DEC IS NUMERIC
               COMPUTE WS-VALOR-IMAGEM = IMT-VALOR-INT-NUM
                   + IMT-VALOR-DEC-NUM / 1000000
               MOVE "S" TO WS-VALOR-VALIDO-SW
           END-IF.

       4500-APLICA-FERIADO.
      *a imagem de depois do PROG23 e a propria descricao
           MOVE JRN-CHAVE (1:8) TO WS-CHAVE-FERIADO.
           IF WS-CHAVE-FERIADO IS NOT NUMERIC
               ADD 1 TO WS-QTD-NAO-APLICADAS
               MOVE "chave ilegivel" TO WS-RESULTADO
               GO TO 4500-APLICA-FIM
           END-IF.
           MOVE WS-CHAVE-FERIADO-NUM TO FER-DATA.
           MOVE "S" TO WS-EXISTE-SW.
           READ FERIADOS-CAL
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-SW
           END-READ.
           IF JRN-DEPOIS (1:1) = "("
               IF REGISTRO-EXISTE
                   DELETE FERIADOS-CAL
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-QTD-EXCLUIDOS
                   MOVE "excluido" TO WS-RESULTADO
               ELSE
                   ADD 1 TO WS-QTD-NAO-APLICADAS
                   MOVE "exclusao de registro ausente"
                       TO WS-RESULTADO
               END-IF
               GO TO 4500-APLICA-FIM
           END-IF.

           MOVE JRN-DEPOIS (1:40) TO FER-DESCRICAO.
           IF REGISTRO-EXISTE
               REWRITE REG-FERIADO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-QTD-REGRAVADOS
               MOVE "regravado" TO WS-RESULTADO
           ELSE
               WRITE REG-FERIADO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QTD-INCLUIDOS
               MOVE "incluido" TO WS-RESULTADO
           END-IF.
       4500-APLICA-FIM.
           EXIT.

       5000-CONTA-FINAL.
           MOVE ZERO TO WS-QTD-FINAL.
           MOVE "N" TO WS-FIM-ARQ-SW.
           PERFORM 7020-ABRE-ALVO-ENTRADA.
           IF REGISTRO-EXISTE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 7100-LE-PROXIMO-ALVO
                   IF NOT FIM-ARQUIVO
                       ADD 1 TO WS-QTD-FINAL
                   END-IF
               END-PERFORM
               PERFORM 7090-FECHA-ALVO
           END-IF.

       6000-IMPRIME-CABECALHO.
           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "VOLTA DE COPIA DE SEGURANCA - " WS-CADASTRO-ALVO
               "  EM " WS-DATA-HORA-LOG
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "PEDIDA POR: " OPERADOR-ID " " OPERADOR-NOME (1:40)
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "COPIA: " WS-NOME-BACKUP " DE " WS-COPIA-DATA-HORA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE SPACES TO WS-LINHA-SAIDA.
           IF SEM-LIMITE
               MOVE "JORNAL REAPLICADO ATE: A ULTIMA LINHA"
                   TO WS-LINHA-SAIDA
           ELSE
               STRING "JORNAL REAPLICADO ATE: " WS-LIMITE-DATA-HORA
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

       6100-IMPRIME-CONCILIACAO.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE "CONCILIACAO" TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           MOVE "CADASTRO ANTERIOR GUARDADO:     " TO WS-ROTULO.
           MOVE WS-QTD-ANTERIOR TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "REGISTROS NA COPIA (CATALOGO):  " TO WS-ROTULO.
           MOVE WS-COPIA-QTD TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "REGISTROS LIDOS DA COPIA:       " TO WS-ROTULO.
           MOVE WS-QTD-LIDOS-COPIA TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "REGISTROS CARREGADOS:           " TO WS-ROTULO.
           MOVE WS-QTD-CARREGADOS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "RECUSADOS NA CARGA (CHAVE REP.):" TO WS-ROTULO.
           MOVE WS-QTD-RECUSADOS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "LINHAS DO JORNAL DO CADASTRO:   " TO WS-ROTULO.
           MOVE WS-QTD-JRN-CADASTRO TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "  ATE A HORA DA COPIA (PULADAS):" TO WS-ROTULO.
           MOVE WS-QTD-JRN-ANTES TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "  DEPOIS DO LIMITE (PULADAS):   " TO WS-ROTULO.
           MOVE WS-QTD-JRN-DEPOIS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "  INCLUSOES REAPLICADAS:        " TO WS-ROTULO.
           MOVE WS-QTD-INCLUIDOS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "  REGRAVACOES REAPLICADAS:      " TO WS-ROTULO.
           MOVE WS-QTD-REGRAVADOS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "  EXCLUSOES REAPLICADAS:        " TO WS-ROTULO.
           MOVE WS-QTD-EXCLUIDOS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "  NAO APLICADAS:                " TO WS-ROTULO.
           MOVE WS-QTD-NAO-APLICADAS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "LINHAS COM RESSALVA (CONFERIR): " TO WS-ROTULO.
           MOVE WS-QTD-RESSALVAS TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.
           MOVE "REGISTROS NO CADASTRO REPOSTO:  " TO WS-ROTULO.
           MOVE WS-QTD-FINAL TO WS-QTD-ED.
           PERFORM 6900-IMPRIME-TOTAL.

      *carregados + incluidos - excluidos tem de dar o que ficou
      *no cadastro; diferenca e registro que sumiu ou dobrou
           COMPUTE WS-QTD-ESPERADA = WS-QTD-CARREGADOS
               + WS-QTD-INCLUIDOS - WS-QTD-EXCLUIDOS.
           MOVE SPACES TO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           IF WS-QTD-ESPERADA = WS-QTD-FINAL
               STRING "CARREGADOS + INCLUSOES - EXCLUSOES = CADASTRO "
                   "REPOSTO: CONFERE"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               MOVE WS-QTD-ESPERADA TO WS-QTD-ED
               STRING "CARREGADOS + INCLUSOES - EXCLUSOES = "
                   WS-QTD-ED ": NAO CONFERE COM O CADASTRO REPOSTO"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.
           IF VOLTA-NO-MEIO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "ATENCAO: HOUVE OUTRA VOLTA DESTE CADASTRO NO "
                   "INTERVALO; AS LINHAS ANTERIORES A ELA PODEM TER "
                   "SIDO DESFEITAS"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WS-LINHA-SAIDA
           END-IF.

       6900-IMPRIME-TOTAL.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING WS-ROTULO " " WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           WRITE REG-RELATORIO FROM WS-LINHA-SAIDA.

       7000-ABRE-ALVO-SAIDA.
      *abre zerando o cadastro; REGISTRO-EXISTE diz se o arquivo
      *abriu, e WS-STATUS-ALVO guarda o status do OPEN
           MOVE "N" TO WS-EXISTE-SW.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   OPEN OUTPUT OPERADORES-MESTRE
                   MOVE WS-STATUS-OPM TO WS-STATUS-ALVO
                   IF OPM-MST-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                   END-IF
               WHEN OPCAO-MENSAGENS
                   OPEN OUTPUT MENSAGENS-IDX
                   MOVE WS-STATUS-MSG TO WS-STATUS-ALVO
                   IF MSG-IDX-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                   END-IF
               WHEN OPCAO-TAXAS
                   OPEN OUTPUT TAXAS-CAMBIO
                   MOVE WS-STATUS-TAXA TO WS-STATUS-ALVO
                   IF TAXA-IDX-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                   END-IF
               WHEN OPCAO-FERIADOS
                   OPEN OUTPUT FERIADOS-CAL
                   MOVE WS-STATUS-FER TO WS-STATUS-ALVO
                   IF FER-IDX-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                   END-IF
           END-EVALUATE.

       7010-ABRE-ALVO-ES.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   OPEN I-O OPERADORES-MESTRE
               WHEN OPCAO-MENSAGENS
                   OPEN I-O MENSAGENS-IDX
               WHEN OPCAO-TAXAS
                   OPEN I-O TAXAS-CAMBIO
               WHEN OPCAO-FERIADOS
                   OPEN I-O FERIADOS-CAL
           END-EVALUATE.

       7020-ABRE-ALVO-ENTRADA.
      *abre pra leitura em sequencia de chave; REGISTRO-EXISTE diz
      *se o arquivo abriu. cadastro vazio nao tem onde posicionar:
      *ja sai como fim de arquivo, sem READ NEXT
           MOVE "N" TO WS-EXISTE-SW.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   OPEN INPUT OPERADORES-MESTRE
                   IF OPM-MST-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                       MOVE LOW-VALUES TO OPM-ID
                       START OPERADORES-MESTRE KEY NOT < OPM-ID
                           INVALID KEY
                               MOVE "S" TO WS-FIM-ARQ-SW
                       END-START
                   END-IF
               WHEN OPCAO-MENSAGENS
                   OPEN INPUT MENSAGENS-IDX
                   IF MSG-IDX-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                       MOVE LOW-VALUES TO MSG-CODIGO
                       START MENSAGENS-IDX KEY NOT < MSG-CODIGO
                           INVALID KEY
                               MOVE "S" TO WS-FIM-ARQ-SW
                       END-START
                   END-IF
               WHEN OPCAO-TAXAS
                   OPEN INPUT TAXAS-CAMBIO
                   IF TAXA-IDX-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                       MOVE LOW-VALUES TO TAXA-CHAVE
                       START TAXAS-CAMBIO KEY NOT < TAXA-CHAVE
                           INVALID KEY
                               MOVE "S" TO WS-FIM-ARQ-SW
                       END-START
                   END-IF
               WHEN OPCAO-FERIADOS
                   OPEN INPUT FERIADOS-CAL
                   IF FER-IDX-ABERTO
                       MOVE "S" TO WS-EXISTE-SW
                       MOVE ZERO TO FER-DATA
                       START FERIADOS-CAL KEY NOT < FER-DATA
                           INVALID KEY
                               MOVE "S" TO WS-FIM-ARQ-SW
                       END-START
                   END-IF
           END-EVALUATE.

       7090-FECHA-ALVO.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   CLOSE OPERADORES-MESTRE
               WHEN OPCAO-MENSAGENS
                   CLOSE MENSAGENS-IDX
               WHEN OPCAO-TAXAS
                   CLOSE TAXAS-CAMBIO
               WHEN OPCAO-FERIADOS
                   CLOSE FERIADOS-CAL
           END-EVALUATE.

       7100-LE-PROXIMO-ALVO.
      *proximo registro do cadastro aberto pelo 7020, ja copiado
      *no formato da copia sequencial
           MOVE SPACES TO REG-ANTERIOR.
           EVALUATE TRUE
               WHEN OPCAO-OPERADORES
                   READ OPERADORES-MESTRE NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQ-SW
                       NOT AT END
                           MOVE REG-OPERADOR-MESTRE TO REG-ANTERIOR
                   END-READ
               WHEN OPCAO-MENSAGENS
                   READ MENSAGENS-IDX NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQ-SW
                       NOT AT END
                           MOVE REG-MENSAGEM TO REG-ANTERIOR
                   END-READ
               WHEN OPCAO-TAXAS
                   READ TAXAS-CAMBIO NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQ-SW
                       NOT AT END
                           MOVE REG-TAXA TO REG-ANTERIOR
                   END-READ
               WHEN OPCAO-FERIADOS
                   READ FERIADOS-CAL NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQ-SW
                       NOT AT END
                           MOVE REG-FERIADO TO REG-ANTERIOR
                   END-READ
           END-EVALUATE.

       9500-GRAVA-JORNAL.
      *a propria volta fica no jornal do cadastro, com a copia
      *usada e ate onde o jornal foi reaplicado; uma volta futura
      *que passe por esta linha avisa no RESTAURA.RPT
           OPEN EXTEND JORNAL-MANUTENCAO.
           IF JRN-NAO-ENCONTRADO
               OPEN OUTPUT JORNAL-MANUTENCAO
               CLOSE JORNAL-MANUTENCAO
               OPEN EXTEND JORNAL-MANUTENCAO
           END-IF.

           PERFORM 0870-MONTA-DATA-HORA.
           MOVE SPACES TO REG-JORNAL.
           MOVE WS-DATA-HORA-LOG  TO JRN-DATA-HORA.
           MOVE WS-CADASTRO-ALVO  TO JRN-ARQUIVO.
           MOVE "RESTAURA"        TO JRN-ACAO.
           MOVE WS-COPIA-DATA-HORA TO JRN-CHAVE.
           MOVE SPACES TO JRN-ANTES.
           STRING "copia " DELIMITED BY SIZE
               WS-NOME-BACKUP DELIMITED BY SPACE
               " anterior em " DELIMITED BY SIZE
               WS-NOME-ANTERIOR DELIMITED BY SPACE
               INTO JRN-ANTES.
           MOVE WS-QTD-FINAL TO WS-QTD-ED.
           MOVE SPACES TO JRN-DEPOIS.
           IF SEM-LIMITE
               STRING "jornal ate a ultima linha, " WS-QTD-ED
                   " registro(s)"
                   DELIMITED BY SIZE INTO JRN-DEPOIS
           ELSE
               STRING "jornal ate " WS-LIMITE-DATA-HORA ", "
                   WS-QTD-ED " registro(s)"
                   DELIMITED BY SIZE INTO JRN-DEPOIS
           END-IF.
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
