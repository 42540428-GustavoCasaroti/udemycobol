      *copybook com o registro da escala de turnos (ESCALA.DAT,
      *indexado por cracha e data), mantida pelo supervisor no
      *PROG30: um registro por operador por dia, com o turno
      *escalado e seu horario ou o codigo de folga ou ferias.
      *Consultada pelo relatorio de faltas e atrasos (PROG31) e
      *pelo extrato da folha (PROG20), que dela tira as horas
      *escaladas do dia em vez das 8 horas fixas
       01  REG-ESCALA.
           05  ESC-CHAVE.
               10  ESC-CRACHA       PIC X(10).
      *OPM-ID do operador escalado
               10  ESC-DATA         PIC 9(08).
      *dia da escala, AAAAMMDD; no turno da noite, o dia em que o
      *turno comeca
           05  ESC-CODIGO           PIC X(01).
               88  ESC-TURNO-MANHA      VALUE "M".
               88  ESC-TURNO-TARDE      VALUE "T".
               88  ESC-TURNO-NOITE      VALUE "N".
               88  ESC-ESCALADO         VALUE "M" "T" "N".
               88  ESC-FOLGA            VALUE "F".
               88  ESC-FERIAS           VALUE "V".
           05  ESC-HORA-INICIO      PIC 9(04).
           05  ESC-HORA-FIM         PIC 9(04).
      *horario HHMM do turno escalado; fim menor ou igual ao inicio
      *e turno que vira a meia-noite. Zerados na folga e nas ferias
           05  ESC-OBSERVACAO       PIC X(20).
      *anotacao livre do supervisor, ex. troca com outro cracha
