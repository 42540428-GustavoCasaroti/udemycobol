      * historico: uma atualizacao de taxa entra como registro novo
      * com a vigencia dela, e as vigencias anteriores ficam, pra um
      * rerun de ontem achar a taxa que valia ontem e a contabilidade
      * conseguir reproduzir uma conversao antiga. Taxa que foge da
      * vigencia anterior do par mais que a tolerancia configurada
      * em TOLTAXA.DAT entra pendente, e so passa a valer quando
      * outro supervisor aprova; proposta, aprovacao e rejeicao
      * vao pro jornal como acoes separadas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOGS.

           SELECT OPTIONAL CONFIG-TOLERANCIA ASSIGN TO "TOLTAXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOL.


       DATA DIVISION.
       FILE SECTION.
      *enxergar tudo num lugar so
       01  REG-LOG-SIGNON         PIC X(150).

       FD  CONFIG-TOLERANCIA.
      *variacao maxima, em por cento inteiro, entre uma taxa nova e
      *a vigencia anterior do par antes de exigir o segundo
      *supervisor; sem o arquivo vale o padrao de 10%
       01  REG-TOLERANCIA           PIC 9(03).


       WORKING-STORAGE SECTION.

           88  OPCAO-INCLUIR        VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  OPCAO-EXCLUIR        VALUE 4.
           88  OPCAO-APROVAR        VALUE 5.
           88  OPCAO-SAIR           VALUE 6.

       01  WS-ENCERRADO-SW      PIC X(01) VALUE "N".
           88  ENCERRADO            VALUE "S".
       01  WS-CONFIRMA          PIC X(01).
       01  WS-TAXA-EDITADA      PIC 9(04).9(06).

       01  WS-STATUS-TOL        PIC X(02).
           88  TOL-SEM-ARQUIVO      VALUE "35" "05".
       01  WS-TOLERANCIA        PIC 9(03) VALUE 10.
       01  WS-TAXA-ANTERIOR     PIC 9(04)V9(06) VALUE ZERO.
      *taxa aprovada da vigencia anterior do par, base da faixa
       01  WS-VIGENCIA-ANTERIOR PIC 9(08) VALUE ZERO.
       01  WS-VARIACAO-PCT      PIC 9(07)V99 VALUE ZERO.
       01  WS-VARIACAO-ED       PIC Z(6)9.99.
       01  WS-FORA-FAIXA-SW     PIC X(01) VALUE "N".
           88  FORA-DA-FAIXA        VALUE "S".
       01  WS-FIM-HISTORICO-SW  PIC X(01) VALUE "N".
           88  FIM-HISTORICO        VALUE "S".
       01  WS-ERA-PENDENTE-SW   PIC X(01) VALUE "N".
           88  ERA-PENDENTE         VALUE "S".
       01  WS-VALOR-ANTES-ALT   PIC 9(04)V9(06).
       01  WS-ANTERIOR-ANTES-ALT PIC 9(04)V9(06).
       01  WS-DECISAO           PIC X(01).
       01  WS-QTD-PENDENTES     PIC 9(04) VALUE ZERO.

       01  WS-STATUS-JRN        PIC X(02).
           88  JRN-NAO-ENCONTRADO   VALUE "35".
       01  WS-JRN-ACAO-W        PIC X(10).
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM 0900-LE-TOLERANCIA.

           OPEN I-O TAXAS-CAMBIO.
           IF NOT TAXA-OK AND WS-STATUS-TAXA NOT = "05"
               DISPLAY "Erro ao abrir TAXAS.DAT, status "
           MOVE WS-HORA-LOG (3:2) TO WS-MM-LOG.
           MOVE WS-HORA-LOG (5:2) TO WS-SS-LOG.

       0900-LE-TOLERANCIA.
      *mesma convencao do LIMPAUSA.DAT do PROG16: sem o arquivo, ou
      *com conteudo invalido, vale o padrao
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

       1000-MENU-MANUTENCAO.
           PERFORM UNTIL ENCERRADO
               DISPLAY "1 - Listar taxas"
               DISPLAY "2 - Incluir taxa"
               DISPLAY "3 - Alterar taxa"
               DISPLAY "4 - Excluir taxa"
               DISPLAY "5 - Aprovar ou rejeitar taxa pendente"
               DISPLAY "6 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO-MENU
               EVALUATE TRUE
                   WHEN OPCAO-EXCLUIR
                       PERFORM 5000-EXCLUI-TAXA
                           THRU 5000-EXCLUI-FIM
                   WHEN OPCAO-APROVAR
                       PERFORM 6000-DECIDE-PENDENTE
                           THRU 6000-DECIDE-FIM
                   WHEN OPCAO-SAIR
                       MOVE "S" TO WS-ENCERRADO-SW
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       MOVE TAXA-VALOR TO WS-TAXA-EDITADA
                       IF TAXA-PENDENTE
                           DISPLAY TAXA-PAR " taxa " WS-TAXA-EDITADA
                               " vigente desde " TAXA-VIGENCIA
                               " PENDENTE, proposta por "
                               TAXA-PROPONENTE
                       ELSE
                           DISPLAY TAXA-PAR " taxa " WS-TAXA-EDITADA
                               " vigente desde " TAXA-VIGENCIA
                       END-IF
               END-READ
           END-PERFORM.

           END-READ.

           PERFORM 8100-LE-TAXA-INFORMADA.
           PERFORM 7000-CONFERE-FAIXA.

           MOVE SPACES TO REG-TAXA.
           MOVE WS-PAR-INFORMADO      TO TAXA-PAR.
           MOVE WS-VIGENCIA-INFORMADA TO TAXA-VIGENCIA.
           MOVE WS-TAXA-INFORMADA     TO TAXA-VALOR.
           MOVE ZERO                  TO TAXA-VALOR-ANTERIOR.
           IF FORA-DA-FAIXA
               MOVE "P"         TO TAXA-SITUACAO
               MOVE OPERADOR-ID TO TAXA-PROPONENTE
           ELSE
               MOVE "A"         TO TAXA-SITUACAO
           END-IF.
           WRITE REG-TAXA
               INVALID KEY
                   DISPLAY "Ja existe taxa deste par com esta "
                       "vigencia."
               NOT INVALID KEY
                   PERFORM 7100-AVISA-PENDENTE
                   DISPLAY "Taxa incluida no historico."
                   IF FORA-DA-FAIXA
                       MOVE "PROPOSTA" TO WS-JRN-ACAO-W
                   ELSE
                       MOVE "INCLUSAO" TO WS-JRN-ACAO-W
                   END-IF
                   PERFORM 9300-MONTA-CHAVE
                   MOVE "(nova)"   TO WS-JRN-ANTES-W
                   PERFORM 9400-MONTA-IMAGEM
           MOVE TAXA-VALOR TO WS-TAXA-EDITADA.
           DISPLAY "Taxa atual: " WS-TAXA-EDITADA
               " vigente desde " TAXA-VIGENCIA.
           MOVE "N" TO WS-ERA-PENDENTE-SW.
           IF TAXA-PENDENTE
               MOVE "S" TO WS-ERA-PENDENTE-SW
           END-IF.
           MOVE TAXA-VALOR          TO WS-VALOR-ANTES-ALT.
           MOVE TAXA-VALOR-ANTERIOR TO WS-ANTERIOR-ANTES-ALT.
           PERFORM 8100-LE-TAXA-INFORMADA.

      *a faixa e conferida contra a vigencia anterior do par, nao
      *contra o valor sendo corrigido; a varredura usa a area do
      *registro, que e relida antes da regravacao. primeira (ou
      *unica) vigencia do par nao tem anterior: a base e o valor
      *aprovado que esta sendo trocado, pro erro de digitacao nao
      *escapar do segundo supervisor
           PERFORM 7000-CONFERE-FAIXA.
           IF WS-TAXA-ANTERIOR = ZERO
               IF ERA-PENDENTE
                   MOVE WS-ANTERIOR-ANTES-ALT TO WS-TAXA-ANTERIOR
               ELSE
                   MOVE WS-VALOR-ANTES-ALT    TO WS-TAXA-ANTERIOR
               END-IF
               MOVE WS-VIGENCIA-INFORMADA TO WS-VIGENCIA-ANTERIOR
               PERFORM 7050-CALCULA-VARIACAO
           END-IF.
           MOVE WS-PAR-INFORMADO      TO TAXA-PAR.
           MOVE WS-VIGENCIA-INFORMADA TO TAXA-VIGENCIA.
           READ TAXAS-CAMBIO
               INVALID KEY
                   DISPLAY "Par sem taxa nesta vigencia."
                   GO TO 4000-ALTERA-FIM
           END-READ.

           MOVE WS-TAXA-INFORMADA     TO TAXA-VALOR.
           IF FORA-DA-FAIXA
      *pendente sobre pendente guarda o valor aprovado de origem,
      *que e o que a rejeicao tem de devolver
               MOVE "P"         TO TAXA-SITUACAO
               MOVE OPERADOR-ID TO TAXA-PROPONENTE
               IF ERA-PENDENTE
                   MOVE WS-ANTERIOR-ANTES-ALT TO TAXA-VALOR-ANTERIOR
               ELSE
                   MOVE WS-VALOR-ANTES-ALT    TO TAXA-VALOR-ANTERIOR
               END-IF
           ELSE
               MOVE "A"    TO TAXA-SITUACAO
               MOVE SPACES TO TAXA-PROPONENTE
               MOVE ZERO   TO TAXA-VALOR-ANTERIOR
           END-IF.
           REWRITE REG-TAXA
               INVALID KEY
                   DISPLAY "Erro ao regravar, status " WS-STATUS-TAXA
               NOT INVALID KEY
                   PERFORM 7100-AVISA-PENDENTE
                   DISPLAY "Taxa alterada."
                   IF FORA-DA-FAIXA
                       MOVE "PROPOSTA" TO WS-JRN-ACAO-W
                   ELSE
                       MOVE "ALTERACAO" TO WS-JRN-ACAO-W
                   END-IF
                   PERFORM 9300-MONTA-CHAVE
                   PERFORM 9400-MONTA-IMAGEM
                   MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
       5000-EXCLUI-FIM.
           EXIT.

       6000-DECIDE-PENDENTE.
      *segundo par de olhos: um supervisor diferente de quem propos
      *aprova a taxa pendente (passa a valer) ou rejeita (inclusao
      *sai do historico; alteracao volta ao valor aprovado de antes)
           PERFORM 2100-LISTA-PENDENTES.
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "Nenhuma taxa pendente de aprovacao."
               GO TO 6000-DECIDE-FIM
           END-IF.
           IF OPERADOR-ID = SPACES OR OPERADOR-ID = LOW-VALUES
               DISPLAY "Aprovacao exige supervisor identificado "
                   "pelo cracha."
               GO TO 6000-DECIDE-FIM
           END-IF.

           PERFORM 8000-LE-PAR-INFORMADO.
           PERFORM 8200-LE-VIGENCIA-INFORMADA.
           MOVE WS-PAR-INFORMADO      TO TAXA-PAR.
           MOVE WS-VIGENCIA-INFORMADA TO TAXA-VIGENCIA.
           READ TAXAS-CAMBIO
               INVALID KEY
                   DISPLAY "Par sem taxa nesta vigencia."
                   GO TO 6000-DECIDE-FIM
           END-READ.
           IF NOT TAXA-PENDENTE
               DISPLAY "Esta taxa nao esta pendente."
               GO TO 6000-DECIDE-FIM
           END-IF.
           IF TAXA-PROPONENTE = OPERADOR-ID
               DISPLAY "Quem propos a taxa nao pode aprova-la; "
                   "chame outro supervisor."
               GO TO 6000-DECIDE-FIM
           END-IF.

           PERFORM 9400-MONTA-IMAGEM.
           MOVE WS-JRN-IMAGEM TO WS-JRN-ANTES-W.
           MOVE TAXA-VALOR TO WS-TAXA-EDITADA.
           DISPLAY "Taxa proposta: " WS-TAXA-EDITADA
               " vigente desde " TAXA-VIGENCIA
               " por " TAXA-PROPONENTE.
           DISPLAY "A - aprovar, R - rejeitar, outra tecla cancela: ".
           MOVE SPACE TO WS-DECISAO.
           ACCEPT WS-DECISAO.

           EVALUATE TRUE
               WHEN WS-DECISAO = "A" OR WS-DECISAO = "a"
                   MOVE "A"    TO TAXA-SITUACAO
                   MOVE ZERO   TO TAXA-VALOR-ANTERIOR
                   REWRITE REG-TAXA
                       INVALID KEY
                           DISPLAY "Erro ao regravar, status "
                               WS-STATUS-TAXA
                       NOT INVALID KEY
                           DISPLAY "Taxa aprovada; ja vale na "
                               "conversao."
                           MOVE "APROVACAO" TO WS-JRN-ACAO-W
                           PERFORM 9300-MONTA-CHAVE
                           PERFORM 9400-MONTA-IMAGEM
                           MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                           PERFORM 9500-GRAVA-JORNAL
                   END-REWRITE
               WHEN (WS-DECISAO = "R" OR WS-DECISAO = "r")
                   AND TAXA-VALOR-ANTERIOR > ZERO
                   MOVE TAXA-VALOR-ANTERIOR TO TAXA-VALOR
                   MOVE "A"    TO TAXA-SITUACAO
                   MOVE SPACES TO TAXA-PROPONENTE
                   MOVE ZERO   TO TAXA-VALOR-ANTERIOR
                   REWRITE REG-TAXA
                       INVALID KEY
                           DISPLAY "Erro ao regravar, status "
                               WS-STATUS-TAXA
                       NOT INVALID KEY
                           DISPLAY "Alteracao rejeitada; a vigencia "
                               "voltou ao valor aprovado."
                           MOVE "REJEICAO" TO WS-JRN-ACAO-W
                           PERFORM 9300-MONTA-CHAVE
                           PERFORM 9400-MONTA-IMAGEM
                           MOVE WS-JRN-IMAGEM TO WS-JRN-DEPOIS-W
                           PERFORM 9500-GRAVA-JORNAL
                   END-REWRITE
               WHEN WS-DECISAO = "R" OR WS-DECISAO = "r"
                   DELETE TAXAS-CAMBIO
                       INVALID KEY
                           DISPLAY "Erro ao excluir, status "
                               WS-STATUS-TAXA
                       NOT INVALID KEY
                           DISPLAY "Taxa rejeitada e retirada do "
                               "historico."
                           MOVE "REJEICAO" TO WS-JRN-ACAO-W
                           PERFORM 9300-MONTA-CHAVE
                           MOVE "(excluida)" TO WS-JRN-DEPOIS-W
                           PERFORM 9500-GRAVA-JORNAL
                   END-DELETE
               WHEN OTHER
                   DISPLAY "Decisao cancelada."
           END-EVALUATE.
       6000-DECIDE-FIM.
           EXIT.

       2100-LISTA-PENDENTES.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE "N" TO WS-FIM-LISTA-SW.
           MOVE LOW-VALUES TO TAXA-CHAVE.
           START TAXAS-CAMBIO KEY NOT < TAXA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ TAXAS-CAMBIO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-LISTA-SW
                   NOT AT END
                       IF TAXA-PENDENTE
                           ADD 1 TO WS-QTD-PENDENTES
                           MOVE TAXA-VALOR TO WS-TAXA-EDITADA
                           DISPLAY TAXA-PAR " taxa " WS-TAXA-EDITADA
                               " vigente desde " TAXA-VIGENCIA
                               " proposta por " TAXA-PROPONENTE
                       END-IF
               END-READ
           END-PERFORM.

       7000-CONFERE-FAIXA.
      *acha a ultima taxa aprovada do par com vigencia anterior a
      *informada e liga o indicador quando a taxa nova se afasta
      *dela mais que a tolerancia; par sem vigencia anterior nao
      *tem base de comparacao e entra direto
           MOVE "N" TO WS-FORA-FAIXA-SW.
           MOVE ZERO TO WS-TAXA-ANTERIOR.
           MOVE ZERO TO WS-VIGENCIA-ANTERIOR.
           MOVE ZERO TO WS-VARIACAO-PCT.
           MOVE "N" TO WS-FIM-HISTORICO-SW.
           MOVE WS-PAR-INFORMADO TO TAXA-PAR.
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
                       IF TAXA-PAR NOT = WS-PAR-INFORMADO
                           OR TAXA-VIGENCIA
                               NOT < WS-VIGENCIA-INFORMADA
                           MOVE "S" TO WS-FIM-HISTORICO-SW
                       ELSE
                           IF NOT TAXA-PENDENTE
                               MOVE TAXA-VALOR TO WS-TAXA-ANTERIOR
                               MOVE TAXA-VIGENCIA
                                   TO WS-VIGENCIA-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 7050-CALCULA-VARIACAO.

       7050-CALCULA-VARIACAO.
      *variacao da taxa informada sobre a base em WS-TAXA-ANTERIOR;
      *base zero nao tem comparacao e deixa a taxa entrar direto
           MOVE "N" TO WS-FORA-FAIXA-SW.
           MOVE ZERO TO WS-VARIACAO-PCT.
           IF WS-TAXA-ANTERIOR > ZERO
               IF WS-TAXA-INFORMADA > WS-TAXA-ANTERIOR
                   COMPUTE WS-VARIACAO-PCT ROUNDED =
                       (WS-TAXA-INFORMADA - WS-TAXA-ANTERIOR) * 100
                           / WS-TAXA-ANTERIOR
               ELSE
                   COMPUTE WS-VARIACAO-PCT ROUNDED =
                       (WS-TAXA-ANTERIOR - WS-TAXA-INFORMADA) * 100
                           / WS-TAXA-ANTERIOR
               END-IF
               IF WS-VARIACAO-PCT > WS-TOLERANCIA
                   MOVE "S" TO WS-FORA-FAIXA-SW
               END-IF
           END-IF.

       7100-AVISA-PENDENTE.
           IF FORA-DA-FAIXA
               MOVE WS-VARIACAO-PCT TO WS-VARIACAO-ED
               MOVE WS-TAXA-ANTERIOR TO WS-TAXA-EDITADA
               DISPLAY "*** Variacao de " WS-VARIACAO-ED
                   "% sobre a vigencia " WS-VIGENCIA-ANTERIOR
                   " (taxa " WS-TAXA-EDITADA "): acima da "
                   "tolerancia de " WS-TOLERANCIA "%. ***"
               DISPLAY "A taxa fica PENDENTE ate outro supervisor "
                   "aprovar, e nao vale na conversao ate la."
           END-IF.

       8000-LE-PAR-INFORMADO.
           MOVE SPACES TO WS-PAR-INFORMADO.
           PERFORM UNTIL WS-PAR-INFORMADO NOT = SPACES
               DELIMITED BY SIZE INTO WS-JRN-CHAVE-W.

       9400-MONTA-IMAGEM.
      *a taxa pendente leva a marca e o cracha de quem propos, pro
      *jornal separar a proposta da aprovacao
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
      *uma linha no jornal compartilhado por mudanca efetivada na
