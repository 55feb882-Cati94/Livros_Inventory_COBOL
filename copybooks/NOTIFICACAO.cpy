      *> Shared record layout for the notification register
      *> (NotificacoesFile). Um registo por acontecimento ja
      *> comunicado ao leitor: a chave junta o tipo, a chave do
      *> emprestimo ou da reserva de origem e a data do acontecimento
      *> (data prevista ou data limite de levantamento), por isso o
      *> mesmo aviso nunca sai duas vezes e uma renovacao gera um
      *> aviso novo. O numero liga o registo ao resultado de entrega
      *> devolvido pelo gateway de e-mail/SMS. Copied into every
      *> program that opens notificacoes.dat so the layout only has
      *> to change in one place.
       01  NotificacaoRegistro.
           05 Notif-Chave.
               10 Notif-Tipo           PIC X.
                   88 Notif-Reserva-Pronta VALUE 'R'.
                   88 Notif-Prazo-Proximo  VALUE 'P'.
                   88 Notif-Em-Atraso      VALUE 'A'.
               10 Notif-ISBN           PIC X(13).
               10 Notif-Data-Origem    PIC 9(8).
               10 Notif-Hora-Origem    PIC 9(6).
               10 Notif-Data-Evento    PIC 9(8).
           05 Notif-Numero            PIC 9(8).
           05 Notif-Mutuario-Numero   PIC 9(5).
           05 Notif-Local             PIC X(3).
           05 Notif-Canal             PIC X.
               88 Notif-Email VALUE 'E'.
               88 Notif-SMS   VALUE 'S'.
               88 Notif-Papel VALUE 'P'.
           05 Notif-Destino           PIC X(40).
           05 Notif-Data-Envio        PIC 9(8).
           05 Notif-Estado            PIC X.
               88 Notif-Enviada   VALUE 'G'.
               88 Notif-Entregue  VALUE 'E'.
               88 Notif-Devolvida VALUE 'D'.
               88 Notif-Impressa  VALUE 'I'.
           05 Notif-Data-Resultado    PIC 9(8).
           05 Notif-Detalhe-Resultado PIC X(30).
