           05  OPM-BLOQUEADO    PIC X(01).
               88  OPM-BLOQUEADO-SIM VALUE "S".
               88  OPM-BLOQUEADO-NAO VALUE "N".
           05  OPM-LIMITE-VALOR PIC 9(10).
      *teto, em reais inteiros, do resultado que o operador aceita
      *sozinho no PROG3; acima dele o calculo so vale com o visto
      *de um supervisor. zero (ou a coluna em branco de um registro
      *anterior a ela) quer dizer sem limite
