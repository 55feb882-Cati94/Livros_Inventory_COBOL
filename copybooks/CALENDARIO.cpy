      *> Shared record layout for the closing-days calendar
      *> (CalendarioFile). Um dia de fecho por linha: local em branco
      *> fecha a biblioteca toda, um codigo de locais.dat fecha so
      *> essa sala. Uma data de 00000001 a 00000007 marca um fecho
      *> semanal (1 = segunda ... 7 = domingo). Copied into every
      *> program that opens calendario.dat so the layout only has to
      *> change in one place.
       01  CalendarioRegistro.
           05 Calendario-Chave.
               10 Calendario-Local     PIC X(3).
               10 Calendario-Data      PIC 9(8).
           05 Calendario-Descricao     PIC X(30).
