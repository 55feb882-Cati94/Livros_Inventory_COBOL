      *> Shared record layout for the collection-letter register
      *> (CobrancasFile). Um registo por leitor com divida: o nivel da
      *> ultima carta de cobranca enviada (1 primeira, 2 segunda,
      *> 3 final) e a data de cada carta, para nenhuma carta sair
      *> duas vezes nem a seguinte sair antes do intervalo. Volta ao
      *> nivel 0 quando o leitor deixa de ter saldo pendente. Copied
      *> into every program that opens cobrancas.dat so the layout
      *> only has to change in one place.
       01  CobrancaRegistro.
           05 Cobranca-Mutuario-Numero PIC 9(5).
           05 Cobranca-Nivel           PIC 9.
               88 Cobranca-Sem-Carta   VALUE 0.
               88 Cobranca-Primeira    VALUE 1.
               88 Cobranca-Segunda     VALUE 2.
               88 Cobranca-Final       VALUE 3.
           05 Cobranca-Data-Carta1     PIC 9(8).
           05 Cobranca-Data-Carta2     PIC 9(8).
           05 Cobranca-Data-Carta3     PIC 9(8).
      *> Saldo pendente do leitor quando saiu a ultima carta.
           05 Cobranca-Valor-Carta     PIC 9(7)V99.
      *> Data da ultima corrida em que o leitor ainda tinha divida.
           05 Cobranca-Data-Avaliacao  PIC 9(8).
