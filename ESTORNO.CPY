      *copybook com o layout da linha de estorno que o PROG25 grava
      *no PROG3.LOG, compartilhado com os relatorios que leem o log
      *(PROG6, PROG12 e PROG13): mesmas colunas da linha comum ate o
      *operador -- data/hora, operacao ESTORNO, resultado em 55:14 --
      *pro selo do PROG19 continuar somando a coluna de resultado
      *como numero. a linha estornada e apontada pela data/hora
      *compacta e pela operacao dela, e o resultado vem com o sinal
      *trocado, pra soma de um total liquidar o calculo errado
       01  REG-ESTORNO.
           05  EST-DATA-HORA        PIC X(19).
           05  FILLER               PIC X(01).
           05  EST-OPERACAO         PIC X(13).
      *sempre "ESTORNO"
           05  FILLER               PIC X(01).
           05  EST-REF-DATA-HORA    PIC X(14).
      *data/hora da linha estornada, compacta: AAAAMMDDHHMMSS
           05  FILLER               PIC X(03).
           05  EST-IGUAL            PIC X(03).
           05  EST-RESULTADO        PIC X(14).
      *resultado da linha estornada com o sinal trocado
           05  FILLER               PIC X(01).
           05  EST-SUPERVISOR       PIC X(30).
      *nome do supervisor, na coluna do operador das demais linhas
           05  FILLER               PIC X(01).
           05  EST-REF-OPERACAO     PIC X(13).
      *operacao da linha estornada (SOMA, CONVERSAO, FITA ...), que
      *diz de qual total o valor sai
           05  FILLER               PIC X(01).
           05  EST-MOTIVO           PIC X(02).
      *01 valor digitado errado, 02 operacao errada, 03 par de
      *moedas ou taxa errada, 04 calculo em duplicidade, 05 outro
      *motivo (nota da contabilidade)
           05  FILLER               PIC X(01).
           05  EST-CRACHA           PIC X(10).
      *cracha do supervisor que estornou
           05  FILLER               PIC X(05).
