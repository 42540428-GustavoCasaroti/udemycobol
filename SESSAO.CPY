      *copybook com o registro de sessoes do menu (SESSOES.DAT,
      *indexado pelo cracha): o PROG1 abre a sessao do cracha no
      *sign-on e fecha no sign-off, e recusa um segundo sign-on do
      *mesmo cracha enquanto a sessao estiver aberta. O supervisor
      *lista e encerra a sessao abandonada no PROG32, e o mesmo
      *PROG32 aponta no fechamento as sessoes ainda abertas. Um
      *registro por cracha: guarda a sessao corrente ou a ultima
       01  REG-SESSAO.
           05  SES-CRACHA           PIC X(10).
           05  SES-NOME             PIC X(60).
           05  SES-SITUACAO         PIC X(01).
               88  SES-ABERTA           VALUE "A".
               88  SES-FECHADA          VALUE "F".
               88  SES-ENCERRADA        VALUE "E".
      *A = sessao em uso, F = fechada no sign-off, E = encerrada a
      *forca pelo supervisor
           05  SES-INICIO           PIC X(19).
      *data/hora do sign-on, no formato dos logs
           05  SES-FIM              PIC X(19).
      *data/hora do sign-off ou do encerramento; em branco na
      *sessao aberta
           05  SES-ENCERRADA-POR    PIC X(10).
           05  SES-MOTIVO           PIC X(40).
      *cracha do supervisor e motivo do encerramento a forca
