      *copybook com o pedido de notificacao, compartilhado
      *(EXTERNAL) entre quem aponta uma pendencia e o PROG36, no
      *mesmo esquema do FECHA.CPY: o chamador preenche severidade,
      *origem e texto e chama o PROG36, que acha o grupo na tabela
      *de rotas, numera e grava em NOTIFICA.DAT
       01  NOTIFICACAO-PEDIDO EXTERNAL.
           05  NTP-SEVERIDADE       PIC X(01).
      *C = critica, A = aviso, I = informativa
           05  NTP-ORIGEM           PIC X(12).
           05  NTP-TEXTO            PIC X(60).
           05  NTP-RETORNO          PIC X(02).
               88  NTP-GRAVADA          VALUE "00".
               88  NTP-FALHOU           VALUE "08".
