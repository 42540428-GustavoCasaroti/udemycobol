      *copybook com o registro da tabela de rotas das notificacoes
      *(ROTAS.DAT, indexado pela origem), mantida pelo supervisor
      *no PROG35 e consultada pelo PROG36 a cada notificacao: pra
      *qual grupo de correio vai o que cada origem aponta. Origem
      *sem rota propria segue a rota PADRAO; sem a PADRAO, vai pro
      *grupo SUPERVISAO
       01  REG-ROTA.
           05  ROT-ORIGEM           PIC X(12).
      *origem da pendencia (PEN-ORIGEM) ou PADRAO
           05  ROT-GRUPO            PIC X(20).
      *nome da lista de correio cadastrada no gateway
           05  ROT-OBSERVACAO       PIC X(30).
      *quem esta na lista, pra consulta do supervisor
