       01  WS-NIVEL-INFORMADO   PIC X(01).
           88  NIVEL-INFORMADO-VALIDO VALUE "O" "S".
       01  WS-PIN-INFORMADO     PIC X(04).
       01  WS-LIMITE-INFORMADO  PIC X(10).
       01  WS-LIMITE-VALOR      PIC 9(10).
       01  WS-LIMITE-VALIDO-SW  PIC X(01) VALUE "N".
           88  LIMITE-VALIDO        VALUE "S".

       01  WS-NOME-VALIDO-SW    PIC X(01) VALUE "N".
           88  NOME-VALIDO          VALUE "S".
                       DISPLAY OPM-ID " " OPM-NOME " turno=" OPM-TURNO
                           " nivel=" OPM-NIVEL " ativo=" OPM-ATIVO
                           " bloq=" OPM-BLOQUEADO
                           " limite=" OPM-LIMITE-VALOR
               END-READ
           END-PERFORM.

           PERFORM 8200-LE-TURNO-VALIDO.
           PERFORM 8300-LE-NIVEL-VALIDO.
           PERFORM 8400-LE-PIN-VALIDO.
           PERFORM 8500-LE-LIMITE-VALIDO.

           MOVE WS-ID-INFORMADO    TO OPM-ID.
           MOVE WS-NOME-INFORMADO  TO OPM-NOME.
           MOVE WS-PIN-INFORMADO   TO OPM-PIN.
           MOVE ZERO               TO OPM-FALHAS-PIN.
           MOVE "N"                TO OPM-BLOQUEADO.
           MOVE WS-LIMITE-VALOR    TO OPM-LIMITE-VALOR.
           WRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   DISPLAY "Ja existe operador com este ID."
               END-IF
           END-IF.

      *registro anterior a coluna do limite chega com ela em
      *branco: regrava como zero, sem limite, que e o que ja valia
           IF OPM-LIMITE-VALOR IS NOT NUMERIC
               MOVE ZERO TO OPM-LIMITE-VALOR
           END-IF.
           DISPLAY "Limite atual (0 = sem limite): " OPM-LIMITE-VALOR.
           DISPLAY "Novo limite em reais inteiros (vazio mantem): ".
           MOVE SPACES TO WS-LIMITE-INFORMADO.
           ACCEPT WS-LIMITE-INFORMADO.
           IF WS-LIMITE-INFORMADO NOT = SPACES
               PERFORM 8510-VALIDA-LIMITE
               IF LIMITE-VALIDO
                   MOVE WS-LIMITE-VALOR TO OPM-LIMITE-VALOR
               ELSE
                   DISPLAY "Limite invalido, mantido o atual."
               END-IF
           END-IF.

           REWRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   DISPLAY "Erro ao regravar, status " WS-STATUS-OPM
               END-IF
           END-PERFORM.

       8500-LE-LIMITE-VALIDO.
      *limite de valor do operador, em reais inteiros; vazio ou
      *zero deixa o operador sem limite, como ate aqui
           MOVE "N" TO WS-LIMITE-VALIDO-SW.
           PERFORM UNTIL LIMITE-VALIDO
               DISPLAY "Limite de valor sem visto do supervisor, em "
                   "reais inteiros (0 = sem limite): "
               MOVE SPACES TO WS-LIMITE-INFORMADO
               ACCEPT WS-LIMITE-INFORMADO
               IF WS-LIMITE-INFORMADO = SPACES
                   MOVE ZERO TO WS-LIMITE-VALOR
                   MOVE "S" TO WS-LIMITE-VALIDO-SW
               ELSE
                   PERFORM 8510-VALIDA-LIMITE
                   IF NOT LIMITE-VALIDO
                       DISPLAY "Limite invalido, use so digitos."
                   END-IF
               END-IF
           END-PERFORM.

       8510-VALIDA-LIMITE.
      *so digitos, sem sinal nem casas decimais: o limite e um teto
      *em reais inteiros
           MOVE "N" TO WS-LIMITE-VALIDO-SW.
           IF FUNCTION TEST-NUMVAL(WS-LIMITE-INFORMADO) = ZERO
               COMPUTE WS-LIMITE-VALOR =
                   FUNCTION NUMVAL(WS-LIMITE-INFORMADO)
               IF FUNCTION NUMVAL(WS-LIMITE-INFORMADO) >= ZERO
                   AND FUNCTION NUMVAL(WS-LIMITE-INFORMADO)
                       = WS-LIMITE-VALOR
                   MOVE "S" TO WS-LIMITE-VALIDO-SW
               END-IF
           END-IF.

       8300-LE-NIVEL-VALIDO.
           MOVE SPACES TO WS-NIVEL-INFORMADO.
           PERFORM UNTIL NIVEL-INFORMADO-VALIDO
           END-PERFORM.

       9400-MONTA-IMAGEM.
      *imagem do registro pro jornal: nome, turno, nivel, situacao,
      *bloqueio e limite de valor; o PIN, de proposito, nunca vai
      *pro jornal
           MOVE SPACES TO WS-JRN-IMAGEM.
           STRING OPM-NOME (1:40)
               " T=" OPM-TURNO
               " N=" OPM-NIVEL
               " A=" OPM-ATIVO
               " B=" OPM-BLOQUEADO
               " L=" OPM-LIMITE-VALOR
               DELIMITED BY SIZE INTO WS-JRN-IMAGEM.

       9500-GRAVA-JORNAL.
