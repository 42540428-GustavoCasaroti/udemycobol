           05  LOT-SITUACAO         PIC X(01).
               88  LOT-PENDENTE         VALUE "P".
               88  LOT-PROCESSADO       VALUE "C".
               88  LOT-RETIDO           VALUE "R".
      *retido pela pre-validacao do registro (PROG18): o modo lote
      *do PROG3 pula o deck ate o supervisor liberar
           05  FILLER               PIC X(01).
           05  LOT-DATA-REGISTRO    PIC 9(08).
           05  FILLER               PIC X(01).
           05  LOT-REMETENTE        PIC X(10).
      *codigo do departamento que entregou o deck, do cadastro de
      *remetentes (REMETENTES.DAT): o limite de valor dele vale pra
      *todos os registros do deck. em branco (lote registrado antes
      *desta coluna) o deck roda sem limite
           05  FILLER               PIC X(01).
           05  LOT-HORA-REGISTRO    PIC 9(04).
      *hora HHMM do registro, conferida contra a hora limite do
      *remetente no relatorio de prazo do PROG27
